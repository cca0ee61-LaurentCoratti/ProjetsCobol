      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO105B                                  *
      *  NOM DU REDACTEUR : CORATTI                                   *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *    MUTATION D'AGENCE : LES COMPTES DES CLIENTS DEMANDES       *
      *    (MUTAGE : CLIENT ET AGENCE DE DESTINATION) SONT            *
      *    RENUMEROTES DANS L'AGENCE CIBLE AVEC UNE CLE RIB VALIDE.   *
      *    L'ENREGISTREMENT MAITRE EST DEPLACE AVEC SON SOLDE ET TOUS *
      *    SES ATTRIBUTS (JOURNALISE EN CREATION ET SUPPRESSION), LA  *
      *    CORRESPONDANCE ANCIEN/NOUVEAU NUMERO EST ENREGISTREE DANS  *
      *    MUTCPT AVEC SA DATE DE FIN DE REDIRECTION (BAREME          *
      *    DELMUTAT), PUIS LES FICHIERS SATELLITES SONT REPORTES SUR  *
      *    LES NOUVEAUX NUMEROS : HISTORIQUE DES MOUVEMENTS ET DES    *
      *    SOLDES, CHEQUIERS, INCIDENTS, REMISES, MANDATS, COMPTES DE *
      *    MINEURS, AUTORISATIONS TEMPORAIRES, MANDATS DES            *
      *    CREANCIERS, MAINTENANCES EN ATTENTE ET RELANCES EN PLACE,  *
      *    CARTES, TITULAIRES, VIREMENTS PERMANENTS, CORRESPONDANCE   *
      *    IBAN ET PRETS EN FICHIERS ...NEW A SUBSTITUER PAR          *
      *    L'EXPLOITATION. UN CERTIFICAT DE MUTATION EST EDITE PAR    *
      *    CLIENT.                                                    *
      *---------------------------------------------------------------*
      * LE NUMERO PROPOSE REPREND LE RANG DE L'ANCIEN NUMERO SOUS LE  *
      * CHIFFRE DE LA NOUVELLE AGENCE ; S'IL EST DEJA PRIS (COMPTE    *
      * EXISTANT OU NUMERO DEJA MUTE) LE RANG EST INCREMENTE. UN      *
      * NUMERO MUTE N'EST JAMAIS REATTRIBUE. LE REPORT DES SATELLITES *
      * PORTE SUR TOUTES LES MUTATIONS DU JOUR DE MUTCPT : UNE        *
      * RELANCE APRES INTERRUPTION ACHEVE LE TRAVAIL SANS DOUBLON.    *
      * CODE RETOUR 4 SI DES DEMANDES ONT ETE REFUSEES.               *
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
       PROGRAM-ID.      ARIO105B.
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
      *                      F-MUTAGE : DEMANDES DE MUTATION D'AGENCE
      *                      -------------------------------------------
           SELECT  F-MUTAGE-E          ASSIGN TO 'MUTAGE.txt'
                   FILE STATUS         IS WS-FS-F-MUTAGE-E.
      *                      -------------------------------------------
      *                      F-PARAM : BAREMES ET FRAIS DATES
      *                      -------------------------------------------
           SELECT  F-PARAM-E           ASSIGN TO 'PARAMS.txt'
                   FILE STATUS         IS WS-FS-F-PARAM-E.
      *                      -------------------------------------------
      *                      F-CPTE  : FICHIERS DES COMPTES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-CPTE-CPT
                   FILE STATUS         IS WS-FS-F-CPTE-ES.
      *                      -------------------------------------------
      *                      F-MUTCPT : CORRESPONDANCE DES COMPTES MUTES
      *                      -------------------------------------------
           SELECT  F-MUTCPT            ASSIGN TO MUTCPT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MUT-CLE
                   FILE STATUS         IS WS-FS-F-MUTCPT.
      *                      -------------------------------------------
      *                      F-JRNL : JOURNAL DES IMAGES AVANT/APRES
      *                      -------------------------------------------
           SELECT  F-JRNL              ASSIGN TO JOURNAL
                   FILE STATUS         IS WS-FS-F-JRNL.
      *                      -------------------------------------------
      *                      F-MVTHIST : HISTORIQUE VIF DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-MVTHIST           ASSIGN TO MVTHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-HIST-CLE
                   FILE STATUS         IS WS-FS-F-MVTHIST.
      *                      -------------------------------------------
      *                      F-SOLDHIST : HISTORIQUE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-SOLDHIST          ASSIGN TO SOLDHIST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-SLD-CLE
                   FILE STATUS         IS WS-FS-F-SOLDHIST.
      *                      -------------------------------------------
      *                      F-CHQREG : SERIES DE CHEQUIERS EMISES
      *                      -------------------------------------------
           SELECT  F-CHQREG            ASSIGN TO CHQREG
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-CHR-CLE
                   FILE STATUS         IS WS-FS-F-CHQREG.
      *                      -------------------------------------------
      *                      F-INCID : INCIDENTS DE PAIEMENT
      *                      -------------------------------------------
           SELECT  F-INCID             ASSIGN TO INCIDENT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-INC-CLE
                   FILE STATUS         IS WS-FS-F-INCID.
      *                      -------------------------------------------
      *                      F-REMISES : REGISTRE DES REMISES DE
      *                                  CHEQUES
      *                      -------------------------------------------
           SELECT  F-REMISES           ASSIGN TO REMISES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-REM-CLE
                   FILE STATUS         IS WS-FS-F-REMISES.
      *                      -------------------------------------------
      *                      F-MANDATS : MANDATS DE PRELEVEMENT
      *                      -------------------------------------------
           SELECT  F-MANDATS           ASSIGN TO MANDATS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-MINEURS : COMPTES DE MINEURS
      *                      -------------------------------------------
           SELECT  F-MINEURS           ASSIGN TO MINEURS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MIN-CPTE
                   FILE STATUS         IS WS-FS-F-MINEURS.
      *                      -------------------------------------------
      *                      F-DECTEMP : AUTORISATIONS TEMPORAIRES
      *                      -------------------------------------------
           SELECT  F-DECTEMP           ASSIGN TO DECTEMP
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-DCT-CLE
                   FILE STATUS         IS WS-FS-F-DECTEMP.
      *                      -------------------------------------------
      *                      F-MANDCRE : MANDATS DES CREANCIERS
      *                      -------------------------------------------
           SELECT  F-MANDCRE           ASSIGN TO MANDCRE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-MCR-CLE
                   FILE STATUS         IS WS-FS-F-MANDCRE.
      *                      -------------------------------------------
      *                      F-ATTMAJ : MAINTENANCES EN ATTENTE
      *                      -------------------------------------------
           SELECT  F-ATTMAJ            ASSIGN TO ATTMAJ
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-ATT-CLE
                   FILE STATUS         IS WS-FS-F-ATTMAJ.
      *                      -------------------------------------------
      *                      F-RELANCE : RELANCES DES DEBITEURS
      *                      -------------------------------------------
           SELECT  F-RELANCE           ASSIGN TO RELANCE
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS FS-REL-CPTE
                   FILE STATUS         IS WS-FS-F-RELANCE.
      *                      -------------------------------------------
      *                      F-CARTES : CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CARTES-E          ASSIGN TO 'CARTES.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-E.
           SELECT  F-CARTES-S          ASSIGN TO 'CARTESNEW.txt'
                   FILE STATUS         IS WS-FS-F-CARTES-S.
      *                      -------------------------------------------
      *                      F-TITULRS : TITULAIRES DES COMPTES
      *                      -------------------------------------------
           SELECT  F-TITULRS-E         ASSIGN TO 'TITULRS.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-E.
           SELECT  F-TITULRS-S         ASSIGN TO 'TITULRSNEW.txt'
                   FILE STATUS         IS WS-FS-F-TITULRS-S.
      *                      -------------------------------------------
      *                      F-VIRPERM : ORDRES DE VIREMENTS PERMANENTS
      *                      -------------------------------------------
           SELECT  F-VIRPERM-E         ASSIGN TO 'VIRPERM.txt'
                   FILE STATUS         IS WS-FS-F-VIRPERM-E.
           SELECT  F-VIRPERM-S         ASSIGN TO 'VIRPERMNEW.txt'
                   FILE STATUS         IS WS-FS-F-VIRPERM-S.
      *                      -------------------------------------------
      *                      F-IBANREF : CORRESPONDANCE IBAN
      *                      -------------------------------------------
           SELECT  F-IBANREF-E         ASSIGN TO 'IBANREF.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-E.
           SELECT  F-IBANREF-S         ASSIGN TO 'IBANREFNEW.txt'
                   FILE STATUS         IS WS-FS-F-IBANREF-S.
      *                      -------------------------------------------
      *                      F-PRETS : REGISTRE DES PRETS EN COURS
      *                      -------------------------------------------
           SELECT  F-PRETS-E           ASSIGN TO 'PRETS.txt'
                   FILE STATUS         IS WS-FS-F-PRETS-E.
           SELECT  F-PRETS-S           ASSIGN TO 'PRETSNEW.txt'
                   FILE STATUS         IS WS-FS-F-PRETS-S.
      *                      -------------------------------------------
      *                      ETATMUT : CERTIFICATS DE MUTATION
      *                      -------------------------------------------
           SELECT  F-ETATMUT-S         ASSIGN TO WS-NOM-ETATMUT
                   FILE STATUS         IS WS-FS-F-ETATMUT-S.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *=============
      *
       FD  F-MUTAGE-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-MUTAGE           PIC X(80).
      *
       FD  F-PARAM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PARAM            PIC X(80).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-MUTCPT
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MUT.
           05 FS-MUT-CLE              PIC X(10).
           05 FILLER                  PIC X(40).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE             PIC X(22).
           05 FILLER                  PIC X(68).
      *
       FD  F-SOLDHIST
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-ENRG-F-SLD.
           05 FS-SLD-CLE.
              10 FS-SLD-CPTE          PIC X(10).
              10 FS-SLD-DATE          PIC X(8).
           05 FILLER                  PIC X(22).
      *
       FD  F-CHQREG
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-CHR.
           05 FS-CHR-CLE              PIC X(17).
           05 FILLER                  PIC X(33).
      *
       FD  F-INCID
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-INC.
           05 FS-INC-CLE              PIC X(17).
           05 FILLER                  PIC X(33).
      *
       FD  F-REMISES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-REM.
           05 FS-REM-CLE              PIC X(27).
           05 FILLER                  PIC X(53).
      *
       FD  F-MANDATS
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-MINEURS
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MIN.
           05 FS-MIN-CPTE             PIC X(10).
           05 FILLER                  PIC X(70).
      *
       FD  F-DECTEMP
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-ENRG-F-DCT.
           05 FS-DCT-CLE              PIC X(18).
           05 FILLER                  PIC X(42).
      *
       FD  F-MANDCRE
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-ENRG-F-MCR.
           05 FS-MCR-CLE              PIC X(25).
           05 FILLER                  PIC X(55).
      *
       FD  F-ATTMAJ
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-ENRG-F-ATT.
           05 FS-ATT-CLE              PIC X(12).
           05 FILLER                  PIC X(138).
      *
       FD  F-RELANCE
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-ENRG-F-REL.
           05 FS-REL-CPTE             PIC X(10).
           05 FILLER                  PIC X(60).
      *
       FD  F-CARTES-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-E         PIC X(80).
      *
       FD  F-CARTES-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CARTES-S         PIC X(80).
      *
       FD  F-TITULRS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS-E        PIC X(80).
      *
       FD  F-TITULRS-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-TITULRS-S        PIC X(80).
      *
       FD  F-VIRPERM-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRPERM-E        PIC X(80).
      *
       FD  F-VIRPERM-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-VIRPERM-S        PIC X(80).
      *
       FD  F-IBANREF-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF-E        PIC X(80).
      *
       FD  F-IBANREF-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-IBANREF-S        PIC X(80).
      *
       FD  F-PRETS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRETS-E          PIC X(80).
      *
       FD  F-PRETS-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-PRETS-S          PIC X(80).
      *
       FD  F-ETATMUT-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATMUT            PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TP4CPT.
           COPY TPJRNL.
           COPY TPPARAM.
           COPY TPMUTCPT.
           COPY TPHIST.
           COPY TPSOLDH.
           COPY TPCHQREG.
           COPY TPINCID.
           COPY TPREMISE.
           COPY TPMANDAT.
           COPY TPMINEUR.
           COPY TPDECTMP.
           COPY TPMANCRE.
           COPY TPATTMAJ.
           COPY TPRELANC.
           COPY TPCARTE.
           COPY TPTITUL.
           COPY TPIBAN.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE LA DEMANDE DE MUTATION : CLIENT ET CHIFFRE DE  *
      * L'AGENCE DE DESTINATION                                       *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-MAG.
           05 WS-MAG-CLIENT          PIC 9(8).
           05 WS-MAG-AGENCE          PIC 9.
           05 FILLER                 PIC X(71).
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ORDRE DE VIREMENT PERMANENT (DESSIN DU       *
      * GENERATEUR DES VIREMENTS PERMANENTS)                          *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-VIRP.
           05 WS-VP-CPTE             PIC 9(10).
           05 WS-VP-BENEF            PIC 9(10).
           05 WS-VP-MT               PIC 9(8)V99.
           05 WS-VP-PERIOD           PIC X.
              88 WS-VP-MENSUEL       VALUE 'M'.
           05 WS-VP-JOUR             PIC 99.
           05 WS-VP-DATE-DEB         PIC 9(8).
           05 WS-VP-DATE-FIN         PIC 9(8).
           05 WS-VP-REF-BASE         PIC X(4).
           05 FILLER                 PIC X(27).
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DU PRET AU REGISTRE (DESSIN DU GENERATEUR DES     *
      * ECHEANCES DE PRETS)                                           *
      *---------------------------------------------------------------*
      *
       01  WS-ENRG-F-PRT.
           05 WS-PRT-CPTE            PIC 9(10).
           05 WS-PRT-REF-BASE        PIC X(4).
           05 WS-PRT-CAPITAL         PIC 9(8)V99.
           05 WS-PRT-TAUX            PIC 9(3)V9(4).
           05 WS-PRT-DUREE           PIC 9(3).
           05 WS-PRT-JOUR            PIC 99.
           05 WS-PRT-DATE-DEB        PIC 9(8).
           05 WS-PRT-CAP-RESTANT     PIC 9(8)V99.
           05 WS-PRT-ECH-RESTANT     PIC 9(3).
           05 FILLER                 PIC X(23).
      *
      *---------------------------------------------------------------*
      * TABLE DES DEMANDES DE MUTATION : UNE DEMANDE EST REFUSEE EN   *
      * BLOC (AUCUN DE SES COMPTES N'EST MUTE) SI L'UN DES COMPTES DU *
      * CLIENT EST GELE POUR SUCCESSION.                              *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-DEMANDES          PIC S9(4) COMP VALUE 100.
       01  WS-TABLE-DEMANDES.
           05 WS-TDM-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TDM-POSTE          OCCURS 100
                                    INDEXED BY IDX-DEM.
              10 WS-TDM-CLIENT      PIC 9(8).
              10 WS-TDM-AGENCE      PIC 9.
              10 WS-TDM-NBC         PIC S9(4) COMP.
              10 WS-TDM-ETAT        PIC X.
                 88 WS-TDM-RETENUE  VALUE ' '.
                 88 WS-TDM-REFUSEE  VALUE 'R'.
              10 WS-TDM-MOTIF       PIC X(40).
      *
      *---------------------------------------------------------------*
      * TABLE DES COMPTES A MUTER. APRES LE DEPLACEMENT DES COMPTES   *
      * ELLE EST RECHARGEE DEPUIS MUTCPT AVEC TOUTES LES MUTATIONS    *
      * DU JOUR, DANS L'ORDRE DES ANCIENS NUMEROS, POUR LE REPORT DES *
      * SATELLITES ET L'EDITION DES CERTIFICATS.                      *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-MUTATIONS         PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-MUTATIONS.
           05 WS-TMU-NB             PIC S9(4) COMP VALUE 0.
           05 WS-TMU-POSTE          OCCURS 500
                                    INDEXED BY IDX-MUT.
              10 WS-TMU-ANCIEN      PIC 9(10).
              10 WS-TMU-NOUVEAU     PIC 9(10).
              10 WS-TMU-CLIENT      PIC 9(8).
              10 WS-TMU-AGENCE      PIC 9.
              10 WS-TMU-DATE-FIN    PIC 9(8).
              10 WS-TMU-DEMANDE     PIC S9(4) COMP.
              10 WS-TMU-ETAT        PIC X.
                 88 WS-TMU-A-MUTER  VALUE 'A'.
                 88 WS-TMU-REPRISE  VALUE 'R'.
                 88 WS-TMU-ECARTE   VALUE 'X'.
      *
      *---------------------------------------------------------------*
      * TABLE DES FICHIERS REPORTES : NOM EDITE ET NOMBRE             *
      * D'ENREGISTREMENTS PASSES SUR LES NOUVEAUX NUMEROS. LE RANG    *
      * DU FICHIER EN COURS DE REPORT EST PORTE PAR WS-FIC-COURANT.   *
      *---------------------------------------------------------------*
      *
       77  WS-MAX-FICHIERS          PIC S9(4) COMP VALUE 16.
       01  WS-NOMS-FICHIERS-INIT.
           05 FILLER                PIC X(8)  VALUE 'MVTHIST '.
           05 FILLER                PIC X(8)  VALUE 'SOLDHIST'.
           05 FILLER                PIC X(8)  VALUE 'CHQREG  '.
           05 FILLER                PIC X(8)  VALUE 'INCIDENT'.
           05 FILLER                PIC X(8)  VALUE 'REMISES '.
           05 FILLER                PIC X(8)  VALUE 'MANDATS '.
           05 FILLER                PIC X(8)  VALUE 'MINEURS '.
           05 FILLER                PIC X(8)  VALUE 'DECTEMP '.
           05 FILLER                PIC X(8)  VALUE 'MANDCRE '.
           05 FILLER                PIC X(8)  VALUE 'ATTMAJ  '.
           05 FILLER                PIC X(8)  VALUE 'RELANCE '.
           05 FILLER                PIC X(8)  VALUE 'CARTES  '.
           05 FILLER                PIC X(8)  VALUE 'TITULRS '.
           05 FILLER                PIC X(8)  VALUE 'VIRPERM '.
           05 FILLER                PIC X(8)  VALUE 'IBANREF '.
           05 FILLER                PIC X(8)  VALUE 'PRETS   '.
       01  WS-NOMS-FICHIERS REDEFINES WS-NOMS-FICHIERS-INIT.
           05 WS-TFI-NOM            PIC X(8)  OCCURS 16.
       01  WS-TABLE-FICHIERS.
           05 WS-TFI-POSTE          OCCURS 16
                                    INDEXED BY IDX-FIC.
              10 WS-TFI-NBREP       PIC S9(7) COMP.
              10 WS-TFI-ABSENT      PIC X.
       77  WS-FIC-COURANT           PIC S9(4) COMP VALUE 0.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
      *---------------------------------------------------------------*
      *
       01  WS-FS-F-MUTAGE-E         PIC XX.
           88  OK-F-MUTAGE-E        VALUE '00'.
           88  OK-LEC-F-MUTAGE-E    VALUE '00' '10'.
           88  EOF-F-MUTAGE-E       VALUE '10'.
       01  WS-FS-F-PARAM-E          PIC XX.
           88  OK-F-PARAM-E         VALUE '00'.
           88  OK-LEC-F-PARAM-E     VALUE '00' '10'.
           88  EOF-F-PARAM-E        VALUE '10'.
       01  WS-FS-F-CPTE-ES          PIC XX.
           88  OK-F-CPTE-ES         VALUE '00'.
           88  OK-LEC-F-CPTE-ES     VALUE '00' '02' '10'.
           88  EOF-F-CPTE-ES        VALUE '10'.
           88  OK-LEC-ALEA-CPTE-ES  VALUE '00' '23'.
           88  CPTE-INEXISTANT      VALUE '23'.
           88  CPTE-DOUBLON         VALUE '22'.
       01  WS-FS-F-MUTCPT           PIC XX.
           88  OK-F-MUTCPT          VALUE '00'.
           88  OK-LEC-F-MUTCPT      VALUE '00' '02' '10'.
           88  EOF-F-MUTCPT         VALUE '10'.
           88  OK-LEC-ALEA-MUTCPT   VALUE '00' '23'.
           88  OK-START-MUTCPT      VALUE '00' '23'.
           88  MUT-INCONNUE         VALUE '23'.
           88  MUT-DOUBLON          VALUE '22'.
           88  MUTCPT-ABSENT        VALUE '35'.
       01  WS-FS-F-JRNL             PIC XX.
           88  OK-F-JRNL            VALUE '00'.
           88  JRNL-ABSENT          VALUE '35'.
       01  WS-FS-F-MVTHIST          PIC XX.
           88  OK-F-MVTHIST         VALUE '00'.
           88  OK-LEC-F-MVTHIST     VALUE '00' '02' '10'.
           88  EOF-F-MVTHIST        VALUE '10'.
           88  OK-START-HIST        VALUE '00' '23'.
           88  HIST-SANS-SUITE      VALUE '23'.
           88  HIST-DOUBLON         VALUE '22'.
           88  MVTHIST-ABSENT       VALUE '35'.
       01  WS-FS-F-SOLDHIST         PIC XX.
           88  OK-F-SOLDHIST        VALUE '00'.
           88  OK-LEC-F-SOLDHIST    VALUE '00' '02' '10'.
           88  EOF-F-SOLDHIST       VALUE '10'.
           88  OK-START-SLD         VALUE '00' '23'.
           88  SLD-SANS-SUITE       VALUE '23'.
           88  SLD-DOUBLON          VALUE '22'.
           88  SOLDHIST-ABSENT      VALUE '35'.
       01  WS-FS-F-CHQREG           PIC XX.
           88  OK-F-CHQREG          VALUE '00'.
           88  OK-LEC-F-CHQREG      VALUE '00' '02' '10'.
           88  EOF-F-CHQREG         VALUE '10'.
           88  OK-START-CHR         VALUE '00' '23'.
           88  CHR-SANS-SUITE       VALUE '23'.
           88  CHR-DOUBLON          VALUE '22'.
           88  CHQREG-ABSENT        VALUE '35'.
       01  WS-FS-F-INCID            PIC XX.
           88  OK-F-INCID           VALUE '00'.
           88  OK-LEC-F-INCID       VALUE '00' '02' '10'.
           88  EOF-F-INCID          VALUE '10'.
           88  OK-START-INC         VALUE '00' '23'.
           88  INC-SANS-SUITE       VALUE '23'.
           88  INC-DOUBLON          VALUE '22'.
           88  INCID-ABSENT         VALUE '35'.
       01  WS-FS-F-REMISES          PIC XX.
           88  OK-F-REMISES         VALUE '00'.
           88  OK-LEC-F-REMISES     VALUE '00' '02' '10'.
           88  EOF-F-REMISES        VALUE '10'.
           88  OK-START-REM         VALUE '00' '23'.
           88  REM-SANS-SUITE       VALUE '23'.
           88  REM-DOUBLON          VALUE '22'.
           88  REMISES-ABSENT       VALUE '35'.
       01  WS-FS-F-MANDATS          PIC XX.
           88  OK-F-MANDATS         VALUE '00'.
           88  OK-LEC-F-MANDATS     VALUE '00' '02' '10'.
           88  EOF-F-MANDATS        VALUE '10'.
           88  OK-START-MAN         VALUE '00' '23'.
           88  MAN-SANS-SUITE       VALUE '23'.
           88  MAN-DOUBLON          VALUE '22'.
           88  MANDATS-ABSENT       VALUE '35'.
       01  WS-FS-F-MINEURS          PIC XX.
           88  OK-F-MINEURS         VALUE '00'.
           88  OK-LEC-F-MINEURS     VALUE '00' '02' '10'.
           88  EOF-F-MINEURS        VALUE '10'.
           88  OK-START-MIN         VALUE '00' '23'.
           88  MIN-SANS-SUITE       VALUE '23'.
           88  MIN-DOUBLON          VALUE '22'.
           88  MINEURS-ABSENT       VALUE '35'.
       01  WS-FS-F-DECTEMP          PIC XX.
           88  OK-F-DECTEMP         VALUE '00'.
           88  OK-LEC-F-DECTEMP     VALUE '00' '02' '10'.
           88  EOF-F-DECTEMP        VALUE '10'.
           88  OK-START-DCT         VALUE '00' '23'.
           88  DCT-SANS-SUITE       VALUE '23'.
           88  DCT-DOUBLON          VALUE '22'.
           88  DECTEMP-ABSENT       VALUE '35'.
       01  WS-FS-F-MANDCRE          PIC XX.
           88  OK-F-MANDCRE         VALUE '00'.
           88  OK-LEC-F-MANDCRE     VALUE '00' '02' '10'.
           88  EOF-F-MANDCRE        VALUE '10'.
           88  OK-START-MCR         VALUE '00' '23'.
           88  MCR-SANS-SUITE       VALUE '23'.
           88  MCR-DOUBLON          VALUE '22'.
           88  MANDCRE-ABSENT       VALUE '35'.
       01  WS-FS-F-ATTMAJ           PIC XX.
           88  OK-F-ATTMAJ          VALUE '00'.
           88  OK-LEC-F-ATTMAJ      VALUE '00' '02' '10'.
           88  EOF-F-ATTMAJ         VALUE '10'.
           88  OK-START-ATT         VALUE '00' '23'.
           88  ATT-SANS-SUITE       VALUE '23'.
           88  ATT-DOUBLON          VALUE '22'.
           88  ATTMAJ-ABSENT        VALUE '35'.
       01  WS-FS-F-RELANCE          PIC XX.
           88  OK-F-RELANCE         VALUE '00'.
           88  OK-LEC-F-RELANCE     VALUE '00' '02' '10'.
           88  EOF-F-RELANCE        VALUE '10'.
           88  OK-START-REL         VALUE '00' '23'.
           88  REL-SANS-SUITE       VALUE '23'.
           88  REL-DOUBLON          VALUE '22'.
           88  RELANCE-ABSENT       VALUE '35'.
       01  WS-FS-F-CARTES-E         PIC XX.
           88  OK-F-CARTES-E        VALUE '00'.
           88  OK-LEC-F-CARTES-E    VALUE '00' '10'.
           88  EOF-F-CARTES-E       VALUE '10'.
           88  CARTES-ABSENT        VALUE '35'.
       01  WS-FS-F-CARTES-S         PIC XX.
           88  OK-F-CARTES-S        VALUE '00'.
       01  WS-FS-F-TITULRS-E        PIC XX.
           88  OK-F-TITULRS-E       VALUE '00'.
           88  OK-LEC-F-TITULRS-E   VALUE '00' '10'.
           88  EOF-F-TITULRS-E      VALUE '10'.
           88  TITULRS-ABSENT       VALUE '35'.
       01  WS-FS-F-TITULRS-S        PIC XX.
           88  OK-F-TITULRS-S       VALUE '00'.
       01  WS-FS-F-VIRPERM-E        PIC XX.
           88  OK-F-VIRPERM-E       VALUE '00'.
           88  OK-LEC-F-VIRPERM-E   VALUE '00' '10'.
           88  EOF-F-VIRPERM-E      VALUE '10'.
           88  VIRPERM-ABSENT       VALUE '35'.
       01  WS-FS-F-VIRPERM-S        PIC XX.
           88  OK-F-VIRPERM-S       VALUE '00'.
       01  WS-FS-F-IBANREF-E        PIC XX.
           88  OK-F-IBANREF-E       VALUE '00'.
           88  OK-LEC-F-IBANREF-E   VALUE '00' '10'.
           88  EOF-F-IBANREF-E      VALUE '10'.
           88  IBANREF-ABSENT       VALUE '35'.
       01  WS-FS-F-IBANREF-S        PIC XX.
           88  OK-F-IBANREF-S       VALUE '00'.
       01  WS-FS-F-PRETS-E          PIC XX.
           88  OK-F-PRETS-E         VALUE '00'.
           88  OK-LEC-F-PRETS-E     VALUE '00' '10'.
           88  EOF-F-PRETS-E        VALUE '10'.
           88  PRETS-ABSENT         VALUE '35'.
       01  WS-FS-F-PRETS-S          PIC XX.
           88  OK-F-PRETS-S         VALUE '00'.
       01  WS-FS-F-ETATMUT-S        PIC XX.
           88  OK-F-ETATMUT-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
      *---------------------------------------------------------------*
      *
       77  WS-CDEM                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CINV                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CCLI                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CCPT                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CREJ                  PIC S9(5) COMP
                                    VALUE 0.
       77  WS-CDEJA                 PIC S9(5) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS                                          *
      *---------------------------------------------------------------*
      *
       77  WS-BUFFER                PIC X(80).
       77  WS-NOM-ETATMUT           PIC X(24).
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-CPT-IMAGE-AVANT       PIC X(200).
       77  WS-AGENCE-CPTE           PIC 9     VALUE 0.
       77  WS-IDM-TROUVEE           PIC S9(4) COMP VALUE 0.
       77  WS-IMU-TROUVEE           PIC S9(4) COMP VALUE 0.
       77  WS-IMU-COURANT           PIC S9(4) COMP VALUE 0.
       77  WS-NB-CPTES-CLIENT       PIC S9(4) COMP VALUE 0.
       77  WS-CLE-ANCIENNE          PIC X(27) VALUE SPACES.
       77  WS-RCH-CPTE              PIC 9(10) VALUE 0.
       77  WS-RCH-NOUVEAU           PIC 9(10) VALUE 0.
       01  WS-ETAT-RECHERCHE        PIC X VALUE '0'.
           88 WS-MUTATION-INCONNUE  VALUE '0'.
           88 WS-MUTATION-TROUVEE   VALUE '1'.
       01  WS-ETAT-COMPTE           PIC X VALUE '0'.
           88 WS-SUITE-COMPTE       VALUE '0'.
           88 WS-FIN-COMPTE         VALUE '1'.
       01  WS-ETAT-REPORT           PIC X VALUE '0'.
           88 WS-ENRG-INCHANGE      VALUE '0'.
           88 WS-ENRG-REPORTE       VALUE '1'.
      *---------------------------------------------------------------*
      * CALCUL DU NOUVEAU NUMERO : BASE DE 8 CHIFFRES (AGENCE + RANG  *
      * DE 7 CHIFFRES) SUIVIE D'UNE CLE DE 2 CHIFFRES TELLE QUE LE    *
      * NUMERO COMPLET SOIT UN MULTIPLE DE 97.                        *
      *---------------------------------------------------------------*
       01  WS-NUM-BASE.
           05 WS-NUM-AGENCE         PIC 9.
           05 WS-NUM-RANG           PIC 9(7).
       01  WS-NUM-BASE-NUM REDEFINES WS-NUM-BASE
                                    PIC 9(8).
       77  WS-NUM-CANDIDAT          PIC 9(10) VALUE 0.
       77  WS-NUM-CLE               PIC 99    VALUE 0.
       77  WS-NB-ESSAIS             PIC S9(9) COMP VALUE 0.
       77  WS-MAX-ESSAIS            PIC S9(9) COMP VALUE 10000.
       01  WS-ETAT-NUMERO           PIC X VALUE '0'.
           88 WS-NUMERO-LIBRE       VALUE '0'.
           88 WS-NUMERO-PRIS        VALUE '1'.
       77  WS-RIB-QUOTIENT          PIC 9(10) VALUE 0.
       77  WS-RIB-RESTE             PIC 99    VALUE 0.
      *---------------------------------------------------------------*
      * FIN DE LA PERIODE DE REDIRECTION : DATE DU JOUR AUGMENTEE DE  *
      * DELMUTAT MOIS, LE JOUR ETANT RAMENE AU 28 AU PLUS.            *
      *---------------------------------------------------------------*
       77  WS-MOIS-ABSOLU           PIC 9(6)  VALUE 0.
       01  WS-DATE-FIN-REDIR.
           05 WS-DFR-SSAA           PIC 9(4).
           05 WS-DFR-MM             PIC 99.
           05 WS-DFR-JJ             PIC 99.
       01  WS-DATE-FIN-REDIR-NUM REDEFINES WS-DATE-FIN-REDIR
                                    PIC 9(8).
       01  WS-DATE-EDIT.
           05 WS-DED-SS             PIC 99.
           05 WS-DED-AA             PIC 99.
           05 WS-DED-MM             PIC 99.
           05 WS-DED-JJ             PIC 99.
       01  WS-DATE-EDIT-NUM REDEFINES WS-DATE-EDIT
                                    PIC 9(8).
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DES CERTIFICATS DE MUTATION                   *
      *---------------------------------------------------------------*
      *
       01  WS-LMUT-L1.
           05 FILLER                 PIC X      VALUE '!'.
           05 FILLER                 PIC X(76)  VALUE ALL '-'.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LMUT-TITRE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(13)  VALUE SPACES.
           05 FILLER                 PIC X(32)  VALUE
                   'CERTIFICATS DE MUTATION D''AGENCE'.
           05 FILLER                 PIC X(4)   VALUE ' DU '.
           05 WS-LMUT-TITRE-DATE.
              10 WS-LMUT-JJ-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LMUT-MM-ED       PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LMUT-SS-ED       PIC 9(2).
              10 WS-LMUT-AA-ED       PIC 9(2).
           05 FILLER                 PIC X(17)  VALUE SPACES.
           05 FILLER                 PIC XX     VALUE '! '.
      *
       01  WS-LMUT-CLIENT.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(9)   VALUE 'CLIENT : '.
           05 WS-LMUT-CLIENT-ED      PIC 9(8).
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 WS-LMUT-NOM-ED         PIC X(20).
           05 FILLER                 PIC X(19)  VALUE
                   '  NOUVELLE AGENCE :'.
           05 FILLER                 PIC X      VALUE SPACE.
           05 WS-LMUT-AGENCE-ED      PIC 9.
           05 FILLER                 PIC X(15)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-ENTETE.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(11)  VALUE 'ANCIEN NUM.'.
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 FILLER                 PIC X(12)  VALUE 'NOUVEAU NUM.'.
           05 FILLER                 PIC X(3)   VALUE SPACES.
           05 FILLER                 PIC X(4)   VALUE 'TYPE'.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE 'DEV'.
           05 FILLER                 PIC X(9)   VALUE SPACES.
           05 FILLER                 PIC X(5)   VALUE 'SOLDE'.
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 FILLER                 PIC X(11)  VALUE 'REDIRIGE AU'.
           05 FILLER                 PIC X(7)   VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-DETAIL.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 WS-LMUT-ANCIEN-ED      PIC 9(10).
           05 FILLER                 PIC X(5)   VALUE SPACES.
           05 WS-LMUT-NOUVEAU-ED     PIC 9(10).
           05 FILLER                 PIC X(6)   VALUE SPACES.
           05 WS-LMUT-TYPE-ED        PIC X.
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 WS-LMUT-DEVISE-ED      PIC X(3).
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 WS-LMUT-SOLDE-ED       PIC -ZZZZZZZ9,99.
           05 FILLER                 PIC X(4)   VALUE SPACES.
           05 WS-LMUT-DATE-FIN-ED.
              10 WS-LMUT-FIN-JJ-ED   PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LMUT-FIN-MM-ED   PIC 9(2).
              10 FILLER              PIC X      VALUE '/'.
              10 WS-LMUT-FIN-SS-ED   PIC 9(2).
              10 WS-LMUT-FIN-AA-ED   PIC 9(2).
           05 FILLER                 PIC X(8)   VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-AVIS-1.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(75)  VALUE
              'LES OPERATIONS PRESENTEES SUR UN ANCIEN NUMERO SONT'.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-AVIS-2.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(75)  VALUE
              'REDIRIGEES VERS LE NOUVEAU JUSQU''A LA DATE INDIQUEE.'.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-REJET.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(7)   VALUE 'CLIENT '.
           05 WS-LMUT-REJ-CLIENT-ED  PIC 9(8).
           05 FILLER                 PIC X(12)  VALUE ' NON MUTE : '.
           05 WS-LMUT-REJ-MOTIF-ED   PIC X(40).
           05 FILLER                 PIC X(8)   VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-REPORT.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(8)   VALUE 'FICHIER '.
           05 WS-LMUT-FIC-NOM-ED     PIC X(8).
           05 FILLER                 PIC X(3)   VALUE ' : '.
           05 WS-LMUT-FIC-NB-ED      PIC ZZZZZZ9.
           05 FILLER                 PIC X      VALUE SPACE.
           05 WS-LMUT-FIC-TXT-ED     PIC X(30).
           05 FILLER                 PIC X(18)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
      *
       01  WS-LMUT-TOTAL.
           05 FILLER                 PIC X(2)   VALUE '! '.
           05 FILLER                 PIC X(16)  VALUE
                   'CLIENTS MUTES : '.
           05 WS-LMUT-NBCLI-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(18)  VALUE
                   '  COMPTES MUTES : '.
           05 WS-LMUT-NBCPT-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(11)  VALUE
                   '  REJETS : '.
           05 WS-LMUT-NBREJ-ED       PIC ZZZZ9.
           05 FILLER                 PIC X(15)  VALUE SPACES.
           05 FILLER                 PIC X(3)   VALUE ' ! '.
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
           PERFORM 7010-CALC-FIN-REDIRECTION-DEB
              THRU 7010-CALC-FIN-REDIRECTION-FIN.
      *
           PERFORM 1000-CHARGER-DEMANDES-DEB
              THRU 1000-CHARGER-DEMANDES-FIN.
      *
           PERFORM 6010-OUVRIR-F-CPTE-ES-DEB
              THRU 6010-OUVRIR-F-CPTE-ES-FIN.
      *
           PERFORM 6020-OUVRIR-F-MUTCPT-DEB
              THRU 6020-OUVRIR-F-MUTCPT-FIN.
      *
           PERFORM 6030-OUVRIR-F-JRNL-DEB
              THRU 6030-OUVRIR-F-JRNL-FIN.
      *
           PERFORM 6040-OUVRIR-ETATMUT-DEB
              THRU 6040-OUVRIR-ETATMUT-FIN.
      *
           PERFORM 1100-SELECTIONNER-COMPTES-DEB
              THRU 1100-SELECTIONNER-COMPTES-FIN.
      *
           PERFORM 1200-CONTROLER-DEMANDES-DEB
              THRU 1200-CONTROLER-DEMANDES-FIN.
      *
           PERFORM 2000-ATTRIBUER-NUMERO-DEB
              THRU 2000-ATTRIBUER-NUMERO-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           PERFORM 2100-DEPLACER-COMPTE-DEB
              THRU 2100-DEPLACER-COMPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           PERFORM 6130-FERMER-F-JRNL-DEB
              THRU 6130-FERMER-F-JRNL-FIN.
      *
           PERFORM 2200-CHARGER-MUTATIONS-DEB
              THRU 2200-CHARGER-MUTATIONS-FIN.
      *
           IF WS-TMU-NB > 0
                PERFORM 3000-REPORTER-MVTHIST-DEB
                   THRU 3000-REPORTER-MVTHIST-FIN
                PERFORM 3100-REPORTER-SOLDHIST-DEB
                   THRU 3100-REPORTER-SOLDHIST-FIN
                PERFORM 3200-REPORTER-CHQREG-DEB
                   THRU 3200-REPORTER-CHQREG-FIN
                PERFORM 3300-REPORTER-INCIDENT-DEB
                   THRU 3300-REPORTER-INCIDENT-FIN
                PERFORM 3400-REPORTER-REMISES-DEB
                   THRU 3400-REPORTER-REMISES-FIN
                PERFORM 3500-REPORTER-MANDATS-DEB
                   THRU 3500-REPORTER-MANDATS-FIN
                PERFORM 3520-REPORTER-MINEURS-DEB
                   THRU 3520-REPORTER-MINEURS-FIN
                PERFORM 3530-REPORTER-DECTEMP-DEB
                   THRU 3530-REPORTER-DECTEMP-FIN
                PERFORM 3540-REPORTER-MANDCRE-DEB
                   THRU 3540-REPORTER-MANDCRE-FIN
                PERFORM 3550-REPORTER-ATTMAJ-DEB
                   THRU 3550-REPORTER-ATTMAJ-FIN
                PERFORM 3560-REPORTER-RELANCE-DEB
                   THRU 3560-REPORTER-RELANCE-FIN
                PERFORM 3600-REPORTER-CARTES-DEB
                   THRU 3600-REPORTER-CARTES-FIN
                PERFORM 3700-REPORTER-TITULRS-DEB
                   THRU 3700-REPORTER-TITULRS-FIN
                PERFORM 3800-REPORTER-VIRPERM-DEB
                   THRU 3800-REPORTER-VIRPERM-FIN
                PERFORM 3900-REPORTER-IBANREF-DEB
                   THRU 3900-REPORTER-IBANREF-FIN
                PERFORM 3950-REPORTER-PRETS-DEB
                   THRU 3950-REPORTER-PRETS-FIN
           END-IF.
      *
           PERFORM 8000-ENTETE-ETATMUT-DEB
              THRU 8000-ENTETE-ETATMUT-FIN.
      *
           PERFORM 8100-CERTIFICAT-CLIENT-DEB
              THRU 8100-CERTIFICAT-CLIENT-FIN
             VARYING IDX-DEM FROM 1 BY 1
             UNTIL IDX-DEM > WS-TDM-NB.
      *
           PERFORM 8200-RECAPITULATION-DEB
              THRU 8200-RECAPITULATION-FIN.
      *
           PERFORM 6110-FERMER-F-CPTE-ES-DEB
              THRU 6110-FERMER-F-CPTE-ES-FIN.
      *
           PERFORM 6120-FERMER-F-MUTCPT-DEB
              THRU 6120-FERMER-F-MUTCPT-FIN.
      *
           PERFORM 6140-FERMER-ETATMUT-DEB
              THRU 6140-FERMER-ETATMUT-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CHARGEMENT DES DEMANDES          *
      *     ================================================          *
      *---------------------------------------------------------------*
      * UNE DEMANDE ILLISIBLE OU EN DOUBLE EST IGNOREE ET SIGNALEE.   *
      *---------------------------------------------------------------*
      *
       1000-CHARGER-DEMANDES-DEB.
      *
           OPEN INPUT F-MUTAGE-E.
           IF NOT OK-F-MUTAGE-E
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER MUTAGE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTAGE-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6050-LIRE-F-MUTAGE-DEB
              THRU 6050-LIRE-F-MUTAGE-FIN.
      *
           PERFORM 1010-TRT-DEMANDE-DEB
              THRU 1010-TRT-DEMANDE-FIN
             UNTIL EOF-F-MUTAGE-E.
      *
           CLOSE F-MUTAGE-E.
      *
       1000-CHARGER-DEMANDES-FIN.
           EXIT.
      *
       1010-TRT-DEMANDE-DEB.
      *
           ADD  1                       TO WS-CDEM.
      *
           IF WS-MAG-CLIENT IS NOT NUMERIC
              OR WS-MAG-AGENCE IS NOT NUMERIC
                ADD  1                  TO WS-CINV
                DISPLAY 'DEMANDE ILLISIBLE IGNOREE : '
                        FS-ENRG-F-MUTAGE (1 : 9)
                GO TO 1010-TRT-DEMANDE-SUITE
           END-IF.
      *
           MOVE WS-MAG-CLIENT           TO WS-RCH-CPTE.
           PERFORM 7100-CHERCHER-DEMANDE-DEB
              THRU 7100-CHERCHER-DEMANDE-FIN.
           IF WS-IDM-TROUVEE > 0
                ADD  1                  TO WS-CINV
                DISPLAY 'DEMANDE EN DOUBLE IGNOREE : '
                        WS-MAG-CLIENT
                GO TO 1010-TRT-DEMANDE-SUITE
           END-IF.
      *
           IF WS-TDM-NB NOT < WS-MAX-DEMANDES
             DISPLAY 'TABLE DES DEMANDES DE MUTATION SATUREE'
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD  1                       TO WS-TDM-NB.
           MOVE WS-MAG-CLIENT           TO WS-TDM-CLIENT (WS-TDM-NB).
           MOVE WS-MAG-AGENCE           TO WS-TDM-AGENCE (WS-TDM-NB).
           MOVE 0                       TO WS-TDM-NBC (WS-TDM-NB).
           MOVE SPACE                   TO WS-TDM-ETAT (WS-TDM-NB).
           MOVE SPACES                  TO WS-TDM-MOTIF (WS-TDM-NB).
      *
       1010-TRT-DEMANDE-SUITE.
           PERFORM 6050-LIRE-F-MUTAGE-DEB
              THRU 6050-LIRE-F-MUTAGE-FIN.
      *
       1010-TRT-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT SELECTION DES COMPTES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * BALAYAGE DU FICHIER DES COMPTES : LES COMPTES DONT LE CLIENT  *
      * EST DEMANDE ET QUI NE SONT PAS DEJA DANS L'AGENCE CIBLE SONT  *
      * RETENUS ; UN COMPTE GELE POUR SUCCESSION FAIT REFUSER TOUTE   *
      * LA DEMANDE DU CLIENT.                                         *
      *---------------------------------------------------------------*
      *
       1100-SELECTIONNER-COMPTES-DEB.
      *
           PERFORM 6060-LIRE-F-CPTE-ES-DEB
              THRU 6060-LIRE-F-CPTE-ES-FIN.
      *
           PERFORM 1110-TRT-COMPTE-DEB
              THRU 1110-TRT-COMPTE-FIN
             UNTIL EOF-F-CPTE-ES.
      *
       1100-SELECTIONNER-COMPTES-FIN.
           EXIT.
      *
       1110-TRT-COMPTE-DEB.
      *
           MOVE WS-CPT-CLIENT           TO WS-RCH-CPTE.
           PERFORM 7100-CHERCHER-DEMANDE-DEB
              THRU 7100-CHERCHER-DEMANDE-FIN.
           IF WS-IDM-TROUVEE = 0
                GO TO 1110-TRT-COMPTE-SUITE
           END-IF.
      *
           MOVE WS-CPT-CPTE (1 : 1)     TO WS-AGENCE-CPTE.
           IF WS-AGENCE-CPTE = WS-TDM-AGENCE (WS-IDM-TROUVEE)
                ADD  1                  TO WS-CDEJA
                GO TO 1110-TRT-COMPTE-SUITE
           END-IF.
      *
           IF WS-CPT-SUCC-ACTIF
                MOVE 'R'                TO WS-TDM-ETAT (WS-IDM-TROUVEE)
                MOVE 'COMPTE GELE POUR SUCCESSION'
                                   TO WS-TDM-MOTIF (WS-IDM-TROUVEE)
           END-IF.
           IF WS-CPT-GELAV-ACTIF
                MOVE 'R'                TO WS-TDM-ETAT (WS-IDM-TROUVEE)
                MOVE 'COMPTE SOUS GEL DES AVOIRS'
                                   TO WS-TDM-MOTIF (WS-IDM-TROUVEE)
           END-IF.
      *
           PERFORM 7110-AJOUTER-MUTATION-DEB
              THRU 7110-AJOUTER-MUTATION-FIN.
      *
       1110-TRT-COMPTE-SUITE.
           PERFORM 6060-LIRE-F-CPTE-ES-DEB
              THRU 6060-LIRE-F-CPTE-ES-FIN.
      *
       1110-TRT-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT CONTROLE DES DEMANDES            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * LES COMPTES DES DEMANDES REFUSEES SONT ECARTES ; UNE DEMANDE  *
      * SANS COMPTE A MUTER (CLIENT INCONNU OU DEJA DANS L'AGENCE)    *
      * EST SIGNALEE AU CERTIFICAT.                                   *
      *---------------------------------------------------------------*
      *
       1200-CONTROLER-DEMANDES-DEB.
      *
           PERFORM 1210-ECARTER-COMPTE-DEB
              THRU 1210-ECARTER-COMPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           PERFORM 1220-CONTROLER-UNE-DEMANDE-DEB
              THRU 1220-CONTROLER-UNE-DEMANDE-FIN
             VARYING IDX-DEM FROM 1 BY 1
             UNTIL IDX-DEM > WS-TDM-NB.
      *
       1200-CONTROLER-DEMANDES-FIN.
           EXIT.
      *
       1210-ECARTER-COMPTE-DEB.
           IF WS-TDM-REFUSEE (WS-TMU-DEMANDE (IDX-MUT))
                SET WS-TMU-ECARTE (IDX-MUT) TO TRUE
           END-IF.
       1210-ECARTER-COMPTE-FIN.
           EXIT.
      *
       1220-CONTROLER-UNE-DEMANDE-DEB.
           IF WS-TDM-RETENUE (IDX-DEM)
              AND WS-TDM-NBC (IDX-DEM) = 0
                MOVE 'AUCUN COMPTE A MUTER'
                                        TO WS-TDM-MOTIF (IDX-DEM)
           END-IF.
       1220-CONTROLER-UNE-DEMANDE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT ATTRIBUTION DU NOUVEAU NUMERO    *
      *     ======================================================    *
      *---------------------------------------------------------------*
      * UN COMPTE ENCORE PRESENT SOUS SON ANCIEN NUMERO MAIS DEJA     *
      * INSCRIT DANS MUTCPT EST LE RESTE D'UNE MUTATION INTERROMPUE : *
      * LE NUMERO DEJA ATTRIBUE EST REPRIS.                           *
      *---------------------------------------------------------------*
      *
       2000-ATTRIBUER-NUMERO-DEB.
      *
           IF WS-TMU-ECARTE (IDX-MUT)
                GO TO 2000-ATTRIBUER-NUMERO-FIN
           END-IF.
      *
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-MUT-CLE.
           PERFORM 6070-LIRE-F-MUTCPT-DEB
              THRU 6070-LIRE-F-MUTCPT-FIN.
           IF OK-F-MUTCPT
                MOVE WS-MUT-NOUVEAU     TO WS-TMU-NOUVEAU (IDX-MUT)
                MOVE WS-MUT-DATE-FIN    TO WS-TMU-DATE-FIN (IDX-MUT)
                SET WS-TMU-REPRISE (IDX-MUT) TO TRUE
                GO TO 2000-ATTRIBUER-NUMERO-FIN
           END-IF.
      *
           MOVE WS-TMU-AGENCE (IDX-MUT) TO WS-NUM-AGENCE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) (2 : 7)
                                        TO WS-NUM-RANG.
           MOVE 0                       TO WS-NB-ESSAIS.
           SET WS-NUMERO-PRIS           TO TRUE.
      *
           PERFORM 7200-ESSAYER-NUMERO-DEB
              THRU 7200-ESSAYER-NUMERO-FIN
             UNTIL WS-NUMERO-LIBRE
                OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS.
      *
           IF WS-NUMERO-PRIS
             DISPLAY 'AUCUN NUMERO LIBRE DANS L''AGENCE '
                     WS-TMU-AGENCE (IDX-MUT)
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-NUM-CANDIDAT         TO WS-TMU-NOUVEAU (IDX-MUT).
           MOVE WS-DATE-FIN-REDIR-NUM   TO WS-TMU-DATE-FIN (IDX-MUT).
      *
       2000-ATTRIBUER-NUMERO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT DEPLACEMENT DU COMPTE            *
      *     ==============================================            *
      *---------------------------------------------------------------*
      * LA CORRESPONDANCE EST ECRITE AVANT LE DEPLACEMENT : APRES UNE *
      * INTERRUPTION, LA RELANCE RETROUVE LE NUMERO ATTRIBUE ET       *
      * TOLERE LE NOUVEAU COMPTE OU LA CORRESPONDANCE DEJA ECRITS.    *
      *---------------------------------------------------------------*
      *
       2100-DEPLACER-COMPTE-DEB.
      *
           IF WS-TMU-ECARTE (IDX-MUT)
                GO TO 2100-DEPLACER-COMPTE-FIN
           END-IF.
      *
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-CPTE-CPT.
           PERFORM 6065-LIRE-ALEA-F-CPTE-ES-DEB
              THRU 6065-LIRE-ALEA-F-CPTE-ES-FIN.
           IF CPTE-INEXISTANT
             DISPLAY 'COMPTE A MUTER DISPARU : '
                     WS-TMU-ANCIEN (IDX-MUT)
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-ENRG-F-CPT           TO WS-CPT-IMAGE-AVANT.
      *
           IF NOT WS-TMU-REPRISE (IDX-MUT)
                MOVE SPACES             TO WS-ENRG-F-MUT
                MOVE WS-TMU-ANCIEN (IDX-MUT)
                                        TO WS-MUT-ANCIEN
                MOVE WS-TMU-NOUVEAU (IDX-MUT)
                                        TO WS-MUT-NOUVEAU
                MOVE WS-CPT-CLIENT      TO WS-MUT-CLIENT
                MOVE WS-TMU-ANCIEN (IDX-MUT) (1 : 1)
                                        TO WS-MUT-AGENCE-ORIG
                MOVE WS-TMU-AGENCE (IDX-MUT)
                                        TO WS-MUT-AGENCE-DEST
                MOVE WS-DATE-JOUR-NUM   TO WS-MUT-DATE
                MOVE WS-TMU-DATE-FIN (IDX-MUT)
                                        TO WS-MUT-DATE-FIN
                PERFORM 6220-ECRIRE-F-MUTCPT-DEB
                   THRU 6220-ECRIRE-F-MUTCPT-FIN
           END-IF.
      *
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-CPT-CPTE.
           MOVE WS-DATE-JOUR            TO WS-CPT-DMAJ.
           PERFORM 6080-ECRIRE-F-CPTE-ES-DEB
              THRU 6080-ECRIRE-F-CPTE-ES-FIN.
      *
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-CPTE-CPT.
           PERFORM 6090-SUPPRIMER-F-CPTE-ES-DEB
              THRU 6090-SUPPRIMER-F-CPTE-ES-FIN.
      *
       2100-DEPLACER-COMPTE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DU COMPOSANT RECHARGEMENT DES MUTATIONS       *
      *     ===================================================       *
      *---------------------------------------------------------------*
      * TOUTES LES MUTATIONS DU JOUR, Y COMPRIS CELLES D'UN PASSAGE   *
      * INTERROMPU, SONT REPRISES POUR LE REPORT DES SATELLITES.      *
      *---------------------------------------------------------------*
      *
       2200-CHARGER-MUTATIONS-DEB.
      *
           MOVE 0                       TO WS-TMU-NB.
           MOVE ZEROS                   TO FS-MUT-CLE.
           START F-MUTCPT KEY IS NOT LESS THAN FS-MUT-CLE
           END-START.
           IF NOT OK-START-MUTCPT
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MUT-INCONNUE
                GO TO 2200-CHARGER-MUTATIONS-FIN
           END-IF.
      *
           PERFORM 6075-LIRE-SUIV-F-MUTCPT-DEB
              THRU 6075-LIRE-SUIV-F-MUTCPT-FIN.
      *
           PERFORM 2210-RANGER-MUTATION-DEB
              THRU 2210-RANGER-MUTATION-FIN
             UNTIL EOF-F-MUTCPT.
      *
       2200-CHARGER-MUTATIONS-FIN.
           EXIT.
      *
       2210-RANGER-MUTATION-DEB.
      *
           IF WS-MUT-DATE = WS-DATE-JOUR-NUM
                IF WS-TMU-NB NOT < WS-MAX-MUTATIONS
                  DISPLAY 'TABLE DES MUTATIONS SATUREE'
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
                END-IF
                ADD  1                  TO WS-TMU-NB
                MOVE WS-MUT-ANCIEN      TO WS-TMU-ANCIEN (WS-TMU-NB)
                MOVE WS-MUT-NOUVEAU     TO WS-TMU-NOUVEAU (WS-TMU-NB)
                MOVE WS-MUT-CLIENT      TO WS-TMU-CLIENT (WS-TMU-NB)
                MOVE WS-MUT-AGENCE-DEST TO WS-TMU-AGENCE (WS-TMU-NB)
                MOVE WS-MUT-DATE-FIN    TO WS-TMU-DATE-FIN (WS-TMU-NB)
                MOVE 0                  TO WS-TMU-DEMANDE (WS-TMU-NB)
                MOVE 'A'                TO WS-TMU-ETAT (WS-TMU-NB)
           END-IF.
      *
           PERFORM 6075-LIRE-SUIV-F-MUTCPT-DEB
              THRU 6075-LIRE-SUIV-F-MUTCPT-FIN.
      *
       2210-RANGER-MUTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DES COMPOSANTS REPORT DES FICHIERS INDEXES    *
      *     ======================================================    *
      *---------------------------------------------------------------*
      * POUR CHAQUE COMPTE MUTE, LE FICHIER EST POSITIONNE SUR LA     *
      * PREMIERE CLE DE L'ANCIEN NUMERO ; L'ENREGISTREMENT TROUVE EST *
      * ECRIT SOUS LE NOUVEAU NUMERO PUIS SUPPRIME, ET LE             *
      * POSITIONNEMENT EST REPRIS JUSQU'A EPUISEMENT DE L'ANCIEN      *
      * NUMERO. UNE CLE NOUVELLE DEJA PRESENTE (PASSAGE INTERROMPU)   *
      * N'EST PAS RECREEE. UN FICHIER ABSENT EST SIGNALE.             *
      *---------------------------------------------------------------*
      *
       3000-REPORTER-MVTHIST-DEB.
      *
           MOVE 1                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-MVTHIST.
           IF MVTHIST-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3000-REPORTER-MVTHIST-FIN
           END-IF.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3010-REPORTER-HIST-CPTE-DEB
              THRU 3010-REPORTER-HIST-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-MVTHIST.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3000-REPORTER-MVTHIST-FIN.
           EXIT.
      *
       3010-REPORTER-HIST-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3015-REPORTER-UN-HIST-DEB
              THRU 3015-REPORTER-UN-HIST-FIN
             UNTIL WS-FIN-COMPTE.
       3010-REPORTER-HIST-CPTE-FIN.
           EXIT.
      *
       3015-REPORTER-UN-HIST-DEB.
      *
           MOVE LOW-VALUES              TO FS-HIST-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-HIST-CLE (1 : 10).
           START F-MVTHIST KEY IS NOT LESS THAN FS-HIST-CLE
           END-START.
           IF NOT OK-START-HIST
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF HIST-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3015-REPORTER-UN-HIST-FIN
           END-IF.
      *
           READ F-MVTHIST NEXT RECORD INTO WS-ENRG-F-HIST.
           IF NOT OK-LEC-F-MVTHIST
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-MVTHIST
              OR WS-HIST-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3015-REPORTER-UN-HIST-FIN
           END-IF.
      *
           MOVE WS-HIST-CLE             TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-HIST-CPTE.
           WRITE FS-ENRG-F-HIST FROM WS-ENRG-F-HIST
           END-WRITE.
           IF NOT OK-F-MVTHIST AND NOT HIST-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 22) TO FS-HIST-CLE.
           DELETE F-MVTHIST
           END-DELETE.
           IF NOT OK-F-MVTHIST
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-MVTHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MVTHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3015-REPORTER-UN-HIST-FIN.
           EXIT.
      *
       3100-REPORTER-SOLDHIST-DEB.
      *
           MOVE 2                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-SOLDHIST.
           IF SOLDHIST-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3100-REPORTER-SOLDHIST-FIN
           END-IF.
           IF NOT OK-F-SOLDHIST
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3110-REPORTER-SLD-CPTE-DEB
              THRU 3110-REPORTER-SLD-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-SOLDHIST.
           IF NOT OK-F-SOLDHIST
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3100-REPORTER-SOLDHIST-FIN.
           EXIT.
      *
       3110-REPORTER-SLD-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3115-REPORTER-UN-SLD-DEB
              THRU 3115-REPORTER-UN-SLD-FIN
             UNTIL WS-FIN-COMPTE.
       3110-REPORTER-SLD-CPTE-FIN.
           EXIT.
      *
       3115-REPORTER-UN-SLD-DEB.
      *
           MOVE LOW-VALUES              TO FS-SLD-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-SLD-CPTE.
           START F-SOLDHIST KEY IS NOT LESS THAN FS-SLD-CLE
           END-START.
           IF NOT OK-START-SLD
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF SLD-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3115-REPORTER-UN-SLD-FIN
           END-IF.
      *
           READ F-SOLDHIST NEXT RECORD INTO WS-ENRG-F-SLD.
           IF NOT OK-LEC-F-SOLDHIST
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-SOLDHIST
              OR WS-SLD-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3115-REPORTER-UN-SLD-FIN
           END-IF.
      *
           MOVE WS-SLD-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-SLD-CPTE.
           WRITE FS-ENRG-F-SLD FROM WS-ENRG-F-SLD
           END-WRITE.
           IF NOT OK-F-SOLDHIST AND NOT SLD-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 18) TO FS-SLD-CLE.
           DELETE F-SOLDHIST
           END-DELETE.
           IF NOT OK-F-SOLDHIST
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-SOLDHIST'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDHIST
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3115-REPORTER-UN-SLD-FIN.
           EXIT.
      *
       3200-REPORTER-CHQREG-DEB.
      *
           MOVE 3                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-CHQREG.
           IF CHQREG-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3200-REPORTER-CHQREG-FIN
           END-IF.
           IF NOT OK-F-CHQREG
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3210-REPORTER-CHR-CPTE-DEB
              THRU 3210-REPORTER-CHR-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-CHQREG.
           IF NOT OK-F-CHQREG
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3200-REPORTER-CHQREG-FIN.
           EXIT.
      *
       3210-REPORTER-CHR-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3215-REPORTER-UNE-SERIE-DEB
              THRU 3215-REPORTER-UNE-SERIE-FIN
             UNTIL WS-FIN-COMPTE.
       3210-REPORTER-CHR-CPTE-FIN.
           EXIT.
      *
       3215-REPORTER-UNE-SERIE-DEB.
      *
           MOVE LOW-VALUES              TO FS-CHR-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-CHR-CLE (1 : 10).
           START F-CHQREG KEY IS NOT LESS THAN FS-CHR-CLE
           END-START.
           IF NOT OK-START-CHR
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CHR-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3215-REPORTER-UNE-SERIE-FIN
           END-IF.
      *
           READ F-CHQREG NEXT RECORD INTO WS-ENRG-F-CHR.
           IF NOT OK-LEC-F-CHQREG
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-CHQREG
              OR WS-CHR-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3215-REPORTER-UNE-SERIE-FIN
           END-IF.
      *
           MOVE WS-CHR-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-CHR-CPTE.
           WRITE FS-ENRG-F-CHR FROM WS-ENRG-F-CHR
           END-WRITE.
           IF NOT OK-F-CHQREG AND NOT CHR-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 17) TO FS-CHR-CLE.
           DELETE F-CHQREG
           END-DELETE.
           IF NOT OK-F-CHQREG
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-CHQREG'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CHQREG
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3215-REPORTER-UNE-SERIE-FIN.
           EXIT.
      *
       3300-REPORTER-INCIDENT-DEB.
      *
           MOVE 4                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-INCID.
           IF INCID-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3300-REPORTER-INCIDENT-FIN
           END-IF.
           IF NOT OK-F-INCID
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3310-REPORTER-INC-CPTE-DEB
              THRU 3310-REPORTER-INC-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-INCID.
           IF NOT OK-F-INCID
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3300-REPORTER-INCIDENT-FIN.
           EXIT.
      *
       3310-REPORTER-INC-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3315-REPORTER-UN-INC-DEB
              THRU 3315-REPORTER-UN-INC-FIN
             UNTIL WS-FIN-COMPTE.
       3310-REPORTER-INC-CPTE-FIN.
           EXIT.
      *
       3315-REPORTER-UN-INC-DEB.
      *
           MOVE LOW-VALUES              TO FS-INC-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-INC-CLE (1 : 10).
           START F-INCID KEY IS NOT LESS THAN FS-INC-CLE
           END-START.
           IF NOT OK-START-INC
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF INC-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3315-REPORTER-UN-INC-FIN
           END-IF.
      *
           READ F-INCID NEXT RECORD INTO WS-ENRG-F-INC.
           IF NOT OK-LEC-F-INCID
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-INCID
              OR WS-INC-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3315-REPORTER-UN-INC-FIN
           END-IF.
      *
           MOVE WS-INC-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-INC-CPTE.
           WRITE FS-ENRG-F-INC FROM WS-ENRG-F-INC
           END-WRITE.
           IF NOT OK-F-INCID AND NOT INC-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 17) TO FS-INC-CLE.
           DELETE F-INCID
           END-DELETE.
           IF NOT OK-F-INCID
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-INCID'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-INCID
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3315-REPORTER-UN-INC-FIN.
           EXIT.
      *
       3400-REPORTER-REMISES-DEB.
      *
           MOVE 5                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-REMISES.
           IF REMISES-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3400-REPORTER-REMISES-FIN
           END-IF.
           IF NOT OK-F-REMISES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3410-REPORTER-REM-CPTE-DEB
              THRU 3410-REPORTER-REM-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-REMISES.
           IF NOT OK-F-REMISES
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3400-REPORTER-REMISES-FIN.
           EXIT.
      *
       3410-REPORTER-REM-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3415-REPORTER-UNE-REM-DEB
              THRU 3415-REPORTER-UNE-REM-FIN
             UNTIL WS-FIN-COMPTE.
       3410-REPORTER-REM-CPTE-FIN.
           EXIT.
      *
       3415-REPORTER-UNE-REM-DEB.
      *
           MOVE LOW-VALUES              TO FS-REM-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-REM-CLE (1 : 10).
           START F-REMISES KEY IS NOT LESS THAN FS-REM-CLE
           END-START.
           IF NOT OK-START-REM
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REM-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3415-REPORTER-UNE-REM-FIN
           END-IF.
      *
           READ F-REMISES NEXT RECORD INTO WS-ENRG-F-REM.
           IF NOT OK-LEC-F-REMISES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-REMISES
              OR WS-REM-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3415-REPORTER-UNE-REM-FIN
           END-IF.
      *
           MOVE WS-REM-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-REM-CPTE.
           WRITE FS-ENRG-F-REM FROM WS-ENRG-F-REM
           END-WRITE.
           IF NOT OK-F-REMISES AND NOT REM-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE         TO FS-REM-CLE.
           DELETE F-REMISES
           END-DELETE.
           IF NOT OK-F-REMISES
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-REMISES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-REMISES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3415-REPORTER-UNE-REM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LES MANDATS SONT CLES PAR CREANCIER PUIS COMPTE : LE FICHIER  *
      * EST BALAYE EN ENTIER. APRES CHAQUE REPORT LE BALAYAGE REPART  *
      * DE LA CLE QUI SUIT L'ANCIENNE ; LE MANDAT REECRIT SOUS LE     *
      * NOUVEAU NUMERO, S'IL EST RENCONTRE PLUS LOIN, N'EST PLUS UN   *
      * ANCIEN NUMERO ET RESTE EN L'ETAT.                             *
      *---------------------------------------------------------------*
      *
       3500-REPORTER-MANDATS-DEB.
      *
           MOVE 6                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-MANDATS.
           IF MANDATS-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3500-REPORTER-MANDATS-FIN
           END-IF.
           IF NOT OK-F-MANDATS
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6240-LIRE-F-MANDATS-DEB
              THRU 6240-LIRE-F-MANDATS-FIN.
      *
           PERFORM 3510-REPORTER-UN-MANDAT-DEB
              THRU 3510-REPORTER-UN-MANDAT-FIN
             UNTIL EOF-F-MANDATS.
      *
           CLOSE F-MANDATS.
           IF NOT OK-F-MANDATS
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3500-REPORTER-MANDATS-FIN.
           EXIT.
      *
       3510-REPORTER-UN-MANDAT-DEB.
      *
           MOVE WS-MAN-CPTE             TO WS-RCH-CPTE.
           PERFORM 7300-CHERCHER-MUTATION-DEB
              THRU 7300-CHERCHER-MUTATION-FIN.
           IF WS-MUTATION-INCONNUE
                GO TO 3510-REPORTER-UN-MANDAT-SUITE
           END-IF.
      *
           MOVE WS-MAN-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-RCH-NOUVEAU          TO WS-MAN-CPTE.
           WRITE FS-ENRG-F-MAN FROM WS-ENRG-F-MAN
           END-WRITE.
           IF NOT OK-F-MANDATS AND NOT MAN-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 20) TO FS-MAN-CLE.
           DELETE F-MANDATS
           END-DELETE.
           IF NOT OK-F-MANDATS
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
           MOVE WS-CLE-ANCIENNE (1 : 20) TO FS-MAN-CLE.
           START F-MANDATS KEY IS GREATER THAN FS-MAN-CLE
           END-START.
           IF NOT OK-START-MAN
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MAN-SANS-SUITE
                SET EOF-F-MANDATS       TO TRUE
                GO TO 3510-REPORTER-UN-MANDAT-FIN
           END-IF.
      *
       3510-REPORTER-UN-MANDAT-SUITE.
           PERFORM 6240-LIRE-F-MANDATS-DEB
              THRU 6240-LIRE-F-MANDATS-FIN.
      *
       3510-REPORTER-UN-MANDAT-FIN.
           EXIT.
      *
       3520-REPORTER-MINEURS-DEB.
      *
           MOVE 7                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-MINEURS.
           IF MINEURS-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3520-REPORTER-MINEURS-FIN
           END-IF.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3521-REPORTER-MIN-CPTE-DEB
              THRU 3521-REPORTER-MIN-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-MINEURS.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3520-REPORTER-MINEURS-FIN.
           EXIT.
      *
       3521-REPORTER-MIN-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3525-REPORTER-UN-MIN-DEB
              THRU 3525-REPORTER-UN-MIN-FIN
             UNTIL WS-FIN-COMPTE.
       3521-REPORTER-MIN-CPTE-FIN.
           EXIT.
      *
       3525-REPORTER-UN-MIN-DEB.
      *
           MOVE LOW-VALUES              TO FS-MIN-CPTE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-MIN-CPTE (1 : 10).
           START F-MINEURS KEY IS NOT LESS THAN FS-MIN-CPTE
           END-START.
           IF NOT OK-START-MIN
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MIN-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3525-REPORTER-UN-MIN-FIN
           END-IF.
      *
           READ F-MINEURS NEXT RECORD INTO WS-ENRG-F-MIN.
           IF NOT OK-LEC-F-MINEURS
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-MINEURS
              OR WS-MIN-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3525-REPORTER-UN-MIN-FIN
           END-IF.
      *
           MOVE WS-MIN-CPTE             TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-MIN-CPTE.
           WRITE FS-ENRG-F-MIN FROM WS-ENRG-F-MIN
           END-WRITE.
           IF NOT OK-F-MINEURS AND NOT MIN-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 10) TO FS-MIN-CPTE.
           DELETE F-MINEURS
           END-DELETE.
           IF NOT OK-F-MINEURS
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-MINEURS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MINEURS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3525-REPORTER-UN-MIN-FIN.
           EXIT.
      *
       3530-REPORTER-DECTEMP-DEB.
      *
           MOVE 8                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-DECTEMP.
           IF DECTEMP-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3530-REPORTER-DECTEMP-FIN
           END-IF.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3531-REPORTER-DCT-CPTE-DEB
              THRU 3531-REPORTER-DCT-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-DECTEMP.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3530-REPORTER-DECTEMP-FIN.
           EXIT.
      *
       3531-REPORTER-DCT-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3535-REPORTER-UNE-DCT-DEB
              THRU 3535-REPORTER-UNE-DCT-FIN
             UNTIL WS-FIN-COMPTE.
       3531-REPORTER-DCT-CPTE-FIN.
           EXIT.
      *
       3535-REPORTER-UNE-DCT-DEB.
      *
           MOVE LOW-VALUES              TO FS-DCT-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-DCT-CLE (1 : 10).
           START F-DECTEMP KEY IS NOT LESS THAN FS-DCT-CLE
           END-START.
           IF NOT OK-START-DCT
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF DCT-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3535-REPORTER-UNE-DCT-FIN
           END-IF.
      *
           READ F-DECTEMP NEXT RECORD INTO WS-ENRG-F-DCT.
           IF NOT OK-LEC-F-DECTEMP
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-DECTEMP
              OR WS-DCT-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3535-REPORTER-UNE-DCT-FIN
           END-IF.
      *
           MOVE WS-DCT-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-DCT-CPTE.
           WRITE FS-ENRG-F-DCT FROM WS-ENRG-F-DCT
           END-WRITE.
           IF NOT OK-F-DECTEMP AND NOT DCT-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 18) TO FS-DCT-CLE.
           DELETE F-DECTEMP
           END-DELETE.
           IF NOT OK-F-DECTEMP
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-DECTEMP'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-DECTEMP
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3535-REPORTER-UNE-DCT-FIN.
           EXIT.
      *
       3540-REPORTER-MANDCRE-DEB.
      *
           MOVE 9                       TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-MANDCRE.
           IF MANDCRE-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3540-REPORTER-MANDCRE-FIN
           END-IF.
           IF NOT OK-F-MANDCRE
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3541-REPORTER-MCR-CPTE-DEB
              THRU 3541-REPORTER-MCR-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-MANDCRE.
           IF NOT OK-F-MANDCRE
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3540-REPORTER-MANDCRE-FIN.
           EXIT.
      *
       3541-REPORTER-MCR-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3545-REPORTER-UN-MCR-DEB
              THRU 3545-REPORTER-UN-MCR-FIN
             UNTIL WS-FIN-COMPTE.
       3541-REPORTER-MCR-CPTE-FIN.
           EXIT.
      *
       3545-REPORTER-UN-MCR-DEB.
      *
           MOVE LOW-VALUES              TO FS-MCR-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-MCR-CLE (1 : 10).
           START F-MANDCRE KEY IS NOT LESS THAN FS-MCR-CLE
           END-START.
           IF NOT OK-START-MCR
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MCR-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3545-REPORTER-UN-MCR-FIN
           END-IF.
      *
           READ F-MANDCRE NEXT RECORD INTO WS-ENRG-F-MCR.
           IF NOT OK-LEC-F-MANDCRE
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-MANDCRE
              OR WS-MCR-CPTE-CREANC NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3545-REPORTER-UN-MCR-FIN
           END-IF.
      *
           MOVE WS-MCR-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-MCR-CPTE-CREANC.
           WRITE FS-ENRG-F-MCR FROM WS-ENRG-F-MCR
           END-WRITE.
           IF NOT OK-F-MANDCRE AND NOT MCR-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 25) TO FS-MCR-CLE.
           DELETE F-MANDCRE
           END-DELETE.
           IF NOT OK-F-MANDCRE
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-MANDCRE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDCRE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3545-REPORTER-UN-MCR-FIN.
           EXIT.
      *
       3550-REPORTER-ATTMAJ-DEB.
      *
           MOVE 10                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-ATTMAJ.
           IF ATTMAJ-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3550-REPORTER-ATTMAJ-FIN
           END-IF.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3551-REPORTER-ATT-CPTE-DEB
              THRU 3551-REPORTER-ATT-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-ATTMAJ.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3550-REPORTER-ATTMAJ-FIN.
           EXIT.
      *
       3551-REPORTER-ATT-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3555-REPORTER-UNE-ATT-DEB
              THRU 3555-REPORTER-UNE-ATT-FIN
             UNTIL WS-FIN-COMPTE.
       3551-REPORTER-ATT-CPTE-FIN.
           EXIT.
      *
       3555-REPORTER-UNE-ATT-DEB.
      *
           MOVE LOW-VALUES              TO FS-ATT-CLE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-ATT-CLE (1 : 10).
           START F-ATTMAJ KEY IS NOT LESS THAN FS-ATT-CLE
           END-START.
           IF NOT OK-START-ATT
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ATT-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3555-REPORTER-UNE-ATT-FIN
           END-IF.
      *
           READ F-ATTMAJ NEXT RECORD INTO WS-ENRG-F-ATT.
           IF NOT OK-LEC-F-ATTMAJ
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-ATTMAJ
              OR WS-ATT-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3555-REPORTER-UNE-ATT-FIN
           END-IF.
      *
           MOVE WS-ATT-CLE              TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-ATT-CPTE.
           WRITE FS-ENRG-F-ATT FROM WS-ENRG-F-ATT
           END-WRITE.
           IF NOT OK-F-ATTMAJ AND NOT ATT-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 12) TO FS-ATT-CLE.
           DELETE F-ATTMAJ
           END-DELETE.
           IF NOT OK-F-ATTMAJ
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-ATTMAJ'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ATTMAJ
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3555-REPORTER-UNE-ATT-FIN.
           EXIT.
      *
       3560-REPORTER-RELANCE-DEB.
      *
           MOVE 11                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN I-O F-RELANCE.
           IF RELANCE-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3560-REPORTER-RELANCE-FIN
           END-IF.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 3561-REPORTER-REL-CPTE-DEB
              THRU 3561-REPORTER-REL-CPTE-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB.
      *
           CLOSE F-RELANCE.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
      *
       3560-REPORTER-RELANCE-FIN.
           EXIT.
      *
       3561-REPORTER-REL-CPTE-DEB.
           SET WS-SUITE-COMPTE          TO TRUE.
           PERFORM 3565-REPORTER-UNE-REL-DEB
              THRU 3565-REPORTER-UNE-REL-FIN
             UNTIL WS-FIN-COMPTE.
       3561-REPORTER-REL-CPTE-FIN.
           EXIT.
      *
       3565-REPORTER-UNE-REL-DEB.
      *
           MOVE LOW-VALUES              TO FS-REL-CPTE.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO FS-REL-CPTE (1 : 10).
           START F-RELANCE KEY IS NOT LESS THAN FS-REL-CPTE
           END-START.
           IF NOT OK-START-REL
             DISPLAY 'PROBLEME DE POSITIONNEMENT DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF REL-SANS-SUITE
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3565-REPORTER-UNE-REL-FIN
           END-IF.
      *
           READ F-RELANCE NEXT RECORD INTO WS-ENRG-F-REL.
           IF NOT OK-LEC-F-RELANCE
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF EOF-F-RELANCE
              OR WS-REL-CPTE NOT = WS-TMU-ANCIEN (IDX-MUT)
                SET WS-FIN-COMPTE       TO TRUE
                GO TO 3565-REPORTER-UNE-REL-FIN
           END-IF.
      *
           MOVE WS-REL-CPTE             TO WS-CLE-ANCIENNE.
           MOVE WS-TMU-NOUVEAU (IDX-MUT) TO WS-REL-CPTE.
           WRITE FS-ENRG-F-REL FROM WS-ENRG-F-REL
           END-WRITE.
           IF NOT OK-F-RELANCE AND NOT REL-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CLE-ANCIENNE (1 : 10) TO FS-REL-CPTE.
           DELETE F-RELANCE
           END-DELETE.
           IF NOT OK-F-RELANCE
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-RELANCE'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-RELANCE
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                  TO WS-TFI-NBREP (WS-FIC-COURANT).
      *
       3565-REPORTER-UNE-REL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *     DESCRIPTION DES COMPOSANTS REPORT DES FICHIERS SEQUENTIELS*
      *     ========================================================= *
      *---------------------------------------------------------------*
      * LE FICHIER EST RECOPIE DANS SA VERSION ...NEW, LES NUMEROS    *
      * MUTES ETANT REMPLACES ; L'EXPLOITATION SUBSTITUE LA NOUVELLE  *
      * VERSION A L'ANCIENNE. UN FICHIER ABSENT EST SIGNALE ET SA     *
      * VERSION NOUVELLE N'EST PAS PRODUITE.                          *
      *---------------------------------------------------------------*
      *
       3600-REPORTER-CARTES-DEB.
      *
           MOVE 12                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN INPUT F-CARTES-E.
           IF CARTES-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3600-REPORTER-CARTES-FIN
           END-IF.
           OPEN OUTPUT F-CARTES-S.
           IF NOT OK-F-CARTES-E OR NOT OK-F-CARTES-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS CARTES'
             DISPLAY 'FILE STATUS = ' WS-FS-F-CARTES-E ' '
                     WS-FS-F-CARTES-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6250-LIRE-F-CARTES-DEB
              THRU 6250-LIRE-F-CARTES-FIN.
      *
           PERFORM 3610-RECOPIER-CARTE-DEB
              THRU 3610-RECOPIER-CARTE-FIN
             UNTIL EOF-F-CARTES-E.
      *
           CLOSE F-CARTES-E F-CARTES-S.
      *
       3600-REPORTER-CARTES-FIN.
           EXIT.
      *
       3610-RECOPIER-CARTE-DEB.
      *
           IF WS-CRT-CPTE IS NUMERIC
                MOVE WS-CRT-CPTE        TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-CRT-CPTE
                     ADD  1        TO WS-TFI-NBREP (WS-FIC-COURANT)
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-CARTES-S FROM WS-ENRG-F-CRT.
           IF NOT OK-F-CARTES-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER CARTESNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6250-LIRE-F-CARTES-DEB
              THRU 6250-LIRE-F-CARTES-FIN.
      *
       3610-RECOPIER-CARTE-FIN.
           EXIT.
      *
       3700-REPORTER-TITULRS-DEB.
      *
           MOVE 13                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN INPUT F-TITULRS-E.
           IF TITULRS-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3700-REPORTER-TITULRS-FIN
           END-IF.
           OPEN OUTPUT F-TITULRS-S.
           IF NOT OK-F-TITULRS-E OR NOT OK-F-TITULRS-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS TITULRS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-TITULRS-E ' '
                     WS-FS-F-TITULRS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6260-LIRE-F-TITULRS-DEB
              THRU 6260-LIRE-F-TITULRS-FIN.
      *
           PERFORM 3710-RECOPIER-TITULAIRE-DEB
              THRU 3710-RECOPIER-TITULAIRE-FIN
             UNTIL EOF-F-TITULRS-E.
      *
           CLOSE F-TITULRS-E F-TITULRS-S.
      *
       3700-REPORTER-TITULRS-FIN.
           EXIT.
      *
       3710-RECOPIER-TITULAIRE-DEB.
      *
           IF WS-TIT-CPTE IS NUMERIC
                MOVE WS-TIT-CPTE        TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-TIT-CPTE
                     ADD  1        TO WS-TFI-NBREP (WS-FIC-COURANT)
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-TITULRS-S FROM WS-ENRG-F-TIT.
           IF NOT OK-F-TITULRS-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER TITULRSNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6260-LIRE-F-TITULRS-DEB
              THRU 6260-LIRE-F-TITULRS-FIN.
      *
       3710-RECOPIER-TITULAIRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * UN ORDRE PERMANENT EST REPORTE AUSSI BIEN COTE DONNEUR QUE    *
      * COTE BENEFICIAIRE INTERNE.                                    *
      *---------------------------------------------------------------*
       3800-REPORTER-VIRPERM-DEB.
      *
           MOVE 14                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN INPUT F-VIRPERM-E.
           IF VIRPERM-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3800-REPORTER-VIRPERM-FIN
           END-IF.
           OPEN OUTPUT F-VIRPERM-S.
           IF NOT OK-F-VIRPERM-E OR NOT OK-F-VIRPERM-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS VIRPERM'
             DISPLAY 'FILE STATUS = ' WS-FS-F-VIRPERM-E ' '
                     WS-FS-F-VIRPERM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6270-LIRE-F-VIRPERM-DEB
              THRU 6270-LIRE-F-VIRPERM-FIN.
      *
           PERFORM 3810-RECOPIER-ORDRE-DEB
              THRU 3810-RECOPIER-ORDRE-FIN
             UNTIL EOF-F-VIRPERM-E.
      *
           CLOSE F-VIRPERM-E F-VIRPERM-S.
      *
       3800-REPORTER-VIRPERM-FIN.
           EXIT.
      *
       3810-RECOPIER-ORDRE-DEB.
      *
           SET WS-ENRG-INCHANGE         TO TRUE.
           IF WS-VP-CPTE IS NUMERIC
                MOVE WS-VP-CPTE         TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-VP-CPTE
                     SET WS-ENRG-REPORTE TO TRUE
                END-IF
           END-IF.
           IF WS-VP-BENEF IS NUMERIC
                MOVE WS-VP-BENEF        TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-VP-BENEF
                     SET WS-ENRG-REPORTE TO TRUE
                END-IF
           END-IF.
           IF WS-ENRG-REPORTE
                ADD  1             TO WS-TFI-NBREP (WS-FIC-COURANT)
           END-IF.
      *
           WRITE FS-ENRG-F-VIRPERM-S FROM WS-ENRG-F-VIRP.
           IF NOT OK-F-VIRPERM-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER VIRPERMNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6270-LIRE-F-VIRPERM-DEB
              THRU 6270-LIRE-F-VIRPERM-FIN.
      *
       3810-RECOPIER-ORDRE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * SEULES LES LIGNES DES COMPTES DE LA BANQUE (CODE BANQUE A     *
      * BLANC) PORTENT UN NUMERO INTERNE ; L'IBAN LUI-MEME EST        *
      * CONSERVE ET RESTE RATTACHE AU COMPTE SOUS SON NOUVEAU NUMERO. *
      *---------------------------------------------------------------*
       3900-REPORTER-IBANREF-DEB.
      *
           MOVE 15                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN INPUT F-IBANREF-E.
           IF IBANREF-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3900-REPORTER-IBANREF-FIN
           END-IF.
           OPEN OUTPUT F-IBANREF-S.
           IF NOT OK-F-IBANREF-E OR NOT OK-F-IBANREF-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS IBANREF'
             DISPLAY 'FILE STATUS = ' WS-FS-F-IBANREF-E ' '
                     WS-FS-F-IBANREF-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6280-LIRE-F-IBANREF-DEB
              THRU 6280-LIRE-F-IBANREF-FIN.
      *
           PERFORM 3910-RECOPIER-IBAN-DEB
              THRU 3910-RECOPIER-IBAN-FIN
             UNTIL EOF-F-IBANREF-E.
      *
           CLOSE F-IBANREF-E F-IBANREF-S.
      *
       3900-REPORTER-IBANREF-FIN.
           EXIT.
      *
       3910-RECOPIER-IBAN-DEB.
      *
           IF WS-IBR-INTERNE
              AND WS-IBR-CPTE (1 : 10) IS NUMERIC
                MOVE WS-IBR-CPTE (1 : 10) TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-IBR-CPTE (1 : 10)
                     ADD  1        TO WS-TFI-NBREP (WS-FIC-COURANT)
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-IBANREF-S FROM WS-ENRG-F-IBR.
           IF NOT OK-F-IBANREF-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER IBANREFNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6280-LIRE-F-IBANREF-DEB
              THRU 6280-LIRE-F-IBANREF-FIN.
      *
       3910-RECOPIER-IBAN-FIN.
           EXIT.
      *
       3950-REPORTER-PRETS-DEB.
      *
           MOVE 16                      TO WS-FIC-COURANT.
           PERFORM 7020-INIT-FICHIER-DEB
              THRU 7020-INIT-FICHIER-FIN.
      *
           OPEN INPUT F-PRETS-E.
           IF PRETS-ABSENT
                MOVE 'O'           TO WS-TFI-ABSENT (WS-FIC-COURANT)
                GO TO 3950-REPORTER-PRETS-FIN
           END-IF.
           OPEN OUTPUT F-PRETS-S.
           IF NOT OK-F-PRETS-E OR NOT OK-F-PRETS-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS PRETS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-PRETS-E ' '
                     WS-FS-F-PRETS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6290-LIRE-F-PRETS-DEB
              THRU 6290-LIRE-F-PRETS-FIN.
      *
           PERFORM 3960-RECOPIER-PRET-DEB
              THRU 3960-RECOPIER-PRET-FIN
             UNTIL EOF-F-PRETS-E.
      *
           CLOSE F-PRETS-E F-PRETS-S.
      *
       3950-REPORTER-PRETS-FIN.
           EXIT.
      *
       3960-RECOPIER-PRET-DEB.
      *
           IF WS-PRT-CPTE IS NUMERIC
                MOVE WS-PRT-CPTE        TO WS-RCH-CPTE
                PERFORM 7300-CHERCHER-MUTATION-DEB
                   THRU 7300-CHERCHER-MUTATION-FIN
                IF WS-MUTATION-TROUVEE
                     MOVE WS-RCH-NOUVEAU TO WS-PRT-CPTE
                     ADD  1        TO WS-TFI-NBREP (WS-FIC-COURANT)
                END-IF
           END-IF.
      *
           WRITE FS-ENRG-F-PRETS-S FROM WS-ENRG-F-PRT.
           IF NOT OK-F-PRETS-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER PRETSNEW'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6290-LIRE-F-PRETS-DEB
              THRU 6290-LIRE-F-PRETS-FIN.
      *
       3960-RECOPIER-PRET-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *                                                               *
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *                                                               *
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6010-OUVRIR-F-CPTE-ES-DEB.
           OPEN I-O F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OUVRIR-F-CPTE-ES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LA TABLE DE CORRESPONDANCE EST CREEE A LA PREMIERE MUTATION.  *
      *---------------------------------------------------------------*
       6020-OUVRIR-F-MUTCPT-DEB.
           OPEN I-O F-MUTCPT.
           IF MUTCPT-ABSENT
                OPEN OUTPUT F-MUTCPT
                CLOSE F-MUTCPT
                OPEN I-O F-MUTCPT
           END-IF.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-OUVRIR-F-MUTCPT-FIN.
           EXIT.
      *
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
       6040-OUVRIR-ETATMUT-DEB.
           OPEN OUTPUT F-ETATMUT-S.
           IF NOT OK-F-ETATMUT-S
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER ETATMUT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATMUT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OUVRIR-ETATMUT-FIN.
           EXIT.
      *
       6050-LIRE-F-MUTAGE-DEB.
           READ F-MUTAGE-E INTO WS-ENRG-F-MAG.
           IF NOT OK-LEC-F-MUTAGE-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTAGE-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTAGE-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-LIRE-F-MUTAGE-FIN.
           EXIT.
      *
       6060-LIRE-F-CPTE-ES-DEB.
           READ F-CPTE-ES NEXT RECORD INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-F-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-LIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6065-LIRE-ALEA-F-CPTE-ES-DEB.
           READ F-CPTE-ES INTO WS-ENRG-F-CPT.
           IF NOT OK-LEC-ALEA-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6065-LIRE-ALEA-F-CPTE-ES-FIN.
           EXIT.
      *
       6070-LIRE-F-MUTCPT-DEB.
           READ F-MUTCPT INTO WS-ENRG-F-MUT.
           IF NOT OK-LEC-ALEA-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-LIRE-F-MUTCPT-FIN.
           EXIT.
      *
       6075-LIRE-SUIV-F-MUTCPT-DEB.
           READ F-MUTCPT NEXT RECORD INTO WS-ENRG-F-MUT.
           IF NOT OK-LEC-F-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6075-LIRE-SUIV-F-MUTCPT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * LE NOUVEAU COMPTE DEJA ECRIT PAR UN PASSAGE INTERROMPU EST    *
      * CONSERVE TEL QUEL.                                            *
      *---------------------------------------------------------------*
       6080-ECRIRE-F-CPTE-ES-DEB.
           WRITE FS-ENRG-F-CPT
                 FROM WS-ENRG-F-CPT
           END-WRITE.
           IF CPTE-DOUBLON AND WS-TMU-REPRISE (IDX-MUT)
                GO TO 6080-ECRIRE-F-CPTE-ES-FIN
           END-IF.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'EC'                    TO WS-JRNL-OP.
           MOVE SPACES                  TO WS-JRNL-AVANT.
           MOVE WS-ENRG-F-CPT           TO WS-JRNL-APRES.
           MOVE WS-CPT-CPTE             TO WS-JRNL-CPTE.
           PERFORM 6230-ECRIRE-F-JRNL-DEB
              THRU 6230-ECRIRE-F-JRNL-FIN.
       6080-ECRIRE-F-CPTE-ES-FIN.
           EXIT.
      *
       6090-SUPPRIMER-F-CPTE-ES-DEB.
           DELETE F-CPTE-ES
           END-DELETE.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER-F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'SU'                    TO WS-JRNL-OP.
           MOVE WS-CPT-IMAGE-AVANT      TO WS-JRNL-AVANT.
           MOVE SPACES                  TO WS-JRNL-APRES.
           MOVE WS-TMU-ANCIEN (IDX-MUT) TO WS-JRNL-CPTE.
           PERFORM 6230-ECRIRE-F-JRNL-DEB
              THRU 6230-ECRIRE-F-JRNL-FIN.
       6090-SUPPRIMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6110-FERMER-F-CPTE-ES-DEB.
           CLOSE F-CPTE-ES.
           IF NOT OK-F-CPTE-ES
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6110-FERMER-F-CPTE-ES-FIN.
           EXIT.
      *
       6120-FERMER-F-MUTCPT-DEB.
           CLOSE F-MUTCPT.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6120-FERMER-F-MUTCPT-FIN.
           EXIT.
      *
       6130-FERMER-F-JRNL-DEB.
           CLOSE F-JRNL.
           IF NOT OK-F-JRNL
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-JRNL'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-JRNL
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6130-FERMER-F-JRNL-FIN.
           EXIT.
      *
       6140-FERMER-ETATMUT-DEB.
           CLOSE F-ETATMUT-S.
           IF NOT OK-F-ETATMUT-S
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER ETATMUT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATMUT-S
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6140-FERMER-ETATMUT-FIN.
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
      * LA CORRESPONDANCE DEJA ECRITE PAR UN PASSAGE INTERROMPU EST   *
      * CONSERVEE TELLE QUELLE.                                       *
      *---------------------------------------------------------------*
       6220-ECRIRE-F-MUTCPT-DEB.
           WRITE FS-ENRG-F-MUT FROM WS-ENRG-F-MUT
           END-WRITE.
           IF NOT OK-F-MUTCPT AND NOT MUT-DOUBLON
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-ECRIRE-F-MUTCPT-FIN.
           EXIT.
      *
       6230-ECRIRE-F-JRNL-DEB.
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
       6230-ECRIRE-F-JRNL-FIN.
           EXIT.
      *
       6240-LIRE-F-MANDATS-DEB.
           READ F-MANDATS NEXT RECORD INTO WS-ENRG-F-MAN.
           IF NOT OK-LEC-F-MANDATS
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MANDATS'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MANDATS
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6240-LIRE-F-MANDATS-FIN.
           EXIT.
      *
       6250-LIRE-F-CARTES-DEB.
           READ F-CARTES-E INTO WS-ENRG-F-CRT.
           IF NOT OK-LEC-F-CARTES-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CARTES-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CARTES-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6250-LIRE-F-CARTES-FIN.
           EXIT.
      *
       6260-LIRE-F-TITULRS-DEB.
           READ F-TITULRS-E INTO WS-ENRG-F-TIT.
           IF NOT OK-LEC-F-TITULRS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TITULRS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-TITULRS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6260-LIRE-F-TITULRS-FIN.
           EXIT.
      *
       6270-LIRE-F-VIRPERM-DEB.
           READ F-VIRPERM-E INTO WS-ENRG-F-VIRP.
           IF NOT OK-LEC-F-VIRPERM-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VIRPERM-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-VIRPERM-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6270-LIRE-F-VIRPERM-FIN.
           EXIT.
      *
       6280-LIRE-F-IBANREF-DEB.
           READ F-IBANREF-E INTO WS-ENRG-F-IBR.
           IF NOT OK-LEC-F-IBANREF-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBANREF-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-IBANREF-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6280-LIRE-F-IBANREF-FIN.
           EXIT.
      *
       6290-LIRE-F-PRETS-DEB.
           READ F-PRETS-E INTO WS-ENRG-F-PRT.
           IF NOT OK-LEC-F-PRETS-E
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRETS-E'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-PRETS-E
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6290-LIRE-F-PRETS-FIN.
           EXIT.
      *
       6300-ECRIRE-LIGNE-ETATMUT-DEB.
           WRITE FS-ENRG-ETATMUT FROM WS-BUFFER.
           IF NOT OK-F-ETATMUT-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER ETATMUT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-ETATMUT-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-ECRIRE-LIGNE-ETATMUT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7000-ACCEPT-DATE-JOUR-DEB.
           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           MOVE SS                      TO WS-LMUT-SS-ED
           MOVE AA                      TO WS-LMUT-AA-ED
           MOVE MM                      TO WS-LMUT-MM-ED
           MOVE JJ                      TO WS-LMUT-JJ-ED.
      *
           STRING 'ETATMUT_' SS AA MM JJ '.txt'
                  DELIMITED BY SIZE INTO WS-NOM-ETATMUT.
       7000-ACCEPT-DATE-JOUR-FIN.
           EXIT.
      *
       7010-CALC-FIN-REDIRECTION-DEB.
           COMPUTE WS-MOIS-ABSOLU = (SS * 100 + AA) * 12
                                  + MM - 1 + WS-DELAI-MUTATION.
           DIVIDE WS-MOIS-ABSOLU        BY 12
                  GIVING WS-DFR-SSAA
                  REMAINDER WS-DFR-MM.
           ADD  1                       TO WS-DFR-MM.
           IF JJ > 28
                MOVE 28                 TO WS-DFR-JJ
           ELSE
                MOVE JJ                 TO WS-DFR-JJ
           END-IF.
       7010-CALC-FIN-REDIRECTION-FIN.
           EXIT.
      *
       7020-INIT-FICHIER-DEB.
           MOVE 0                  TO WS-TFI-NBREP (WS-FIC-COURANT).
           MOVE 'N'                TO WS-TFI-ABSENT (WS-FIC-COURANT).
       7020-INIT-FICHIER-FIN.
           EXIT.
      *
       7030-SELECT-PARAM-DEB.
           IF WS-PARAM-DATE-DEB IS NUMERIC
              AND WS-PARAM-DATE-FIN IS NUMERIC
              AND WS-PARAM-VALEUR IS NUMERIC
              AND WS-DATE-JOUR-NUM >= WS-PARAM-DATE-DEB
              AND WS-DATE-JOUR-NUM <= WS-PARAM-DATE-FIN
                EVALUATE TRUE
                  WHEN WS-PARAM-DELMUTAT
                       MOVE WS-PARAM-VALEUR TO WS-DELAI-MUTATION
                END-EVALUATE
           END-IF.
           PERFORM 6205-LIRE-F-PARAM-DEB
              THRU 6205-LIRE-F-PARAM-FIN.
       7030-SELECT-PARAM-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE DE LA DEMANDE DU CLIENT PORTE PAR WS-RCH-CPTE.      *
      *---------------------------------------------------------------*
       7100-CHERCHER-DEMANDE-DEB.
           MOVE 0                       TO WS-IDM-TROUVEE.
           PERFORM 7105-TESTER-UNE-DEMANDE-DEB
              THRU 7105-TESTER-UNE-DEMANDE-FIN
             VARYING IDX-DEM FROM 1 BY 1
             UNTIL IDX-DEM > WS-TDM-NB
                OR WS-IDM-TROUVEE > 0.
       7100-CHERCHER-DEMANDE-FIN.
           EXIT.
      *
       7105-TESTER-UNE-DEMANDE-DEB.
           IF WS-TDM-CLIENT (IDX-DEM) = WS-RCH-CPTE
                SET WS-IDM-TROUVEE      TO IDX-DEM
           END-IF.
       7105-TESTER-UNE-DEMANDE-FIN.
           EXIT.
      *
       7110-AJOUTER-MUTATION-DEB.
           IF WS-TMU-NB NOT < WS-MAX-MUTATIONS
             DISPLAY 'TABLE DES MUTATIONS SATUREE'
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-TMU-NB.
           MOVE WS-CPT-CPTE             TO WS-TMU-ANCIEN (WS-TMU-NB).
           MOVE 0                       TO WS-TMU-NOUVEAU (WS-TMU-NB).
           MOVE WS-CPT-CLIENT           TO WS-TMU-CLIENT (WS-TMU-NB).
           MOVE WS-TDM-AGENCE (WS-IDM-TROUVEE)
                                        TO WS-TMU-AGENCE (WS-TMU-NB).
           MOVE 0                       TO WS-TMU-DATE-FIN (WS-TMU-NB).
           MOVE WS-IDM-TROUVEE          TO WS-TMU-DEMANDE (WS-TMU-NB).
           MOVE 'A'                     TO WS-TMU-ETAT (WS-TMU-NB).
           ADD  1                  TO WS-TDM-NBC (WS-IDM-TROUVEE).
       7110-AJOUTER-MUTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * ESSAI D'UN NUMERO : CALCUL DE LA CLE RIB SUR LA BASE AGENCE + *
      * RANG, PUIS CONTROLE QUE LE NUMERO N'EST NI UN COMPTE          *
      * EXISTANT, NI UN ANCIEN NUMERO MUTE, NI DEJA ATTRIBUE DANS CE  *
      * PASSAGE. SINON LE RANG SUIVANT EST ESSAYE.                    *
      *---------------------------------------------------------------*
       7200-ESSAYER-NUMERO-DEB.
      *
           ADD  1                       TO WS-NB-ESSAIS.
           COMPUTE WS-NUM-CANDIDAT = WS-NUM-BASE-NUM * 100.
           DIVIDE WS-NUM-CANDIDAT       BY 97
                  GIVING WS-RIB-QUOTIENT
                  REMAINDER WS-RIB-RESTE.
           IF WS-RIB-RESTE = 0
                MOVE 0                  TO WS-NUM-CLE
           ELSE
                COMPUTE WS-NUM-CLE = 97 - WS-RIB-RESTE
           END-IF.
           ADD  WS-NUM-CLE              TO WS-NUM-CANDIDAT.
           SET WS-NUMERO-LIBRE          TO TRUE.
      *
           MOVE WS-NUM-CANDIDAT         TO FS-CPTE-CPT.
           READ F-CPTE-ES.
           IF NOT OK-LEC-ALEA-CPTE-ES
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-F-CPTE-ES
                SET WS-NUMERO-PRIS      TO TRUE
                GO TO 7200-ESSAYER-NUMERO-SUITE
           END-IF.
      *
           MOVE WS-NUM-CANDIDAT         TO FS-MUT-CLE.
           READ F-MUTCPT.
           IF NOT OK-LEC-ALEA-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF OK-F-MUTCPT
                SET WS-NUMERO-PRIS      TO TRUE
                GO TO 7200-ESSAYER-NUMERO-SUITE
           END-IF.
      *
           PERFORM 7210-TESTER-UN-NUMERO-DEB
              THRU 7210-TESTER-UN-NUMERO-FIN
             VARYING WS-IMU-COURANT FROM 1 BY 1
             UNTIL WS-IMU-COURANT > WS-TMU-NB
                OR WS-NUMERO-PRIS.
      *
       7200-ESSAYER-NUMERO-SUITE.
           IF WS-NUMERO-PRIS
                IF WS-NUM-RANG = 9999999
                     MOVE 0             TO WS-NUM-RANG
                ELSE
                     ADD  1             TO WS-NUM-RANG
                END-IF
           END-IF.
      *
       7200-ESSAYER-NUMERO-FIN.
           EXIT.
      *
       7210-TESTER-UN-NUMERO-DEB.
           IF WS-TMU-NOUVEAU (WS-IMU-COURANT) = WS-NUM-CANDIDAT
                SET WS-NUMERO-PRIS      TO TRUE
           END-IF.
       7210-TESTER-UN-NUMERO-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE D'UN ANCIEN NUMERO (WS-RCH-CPTE) PARMI LES          *
      * MUTATIONS DU JOUR ; LE NOUVEAU NUMERO EST SERVI DANS          *
      * WS-RCH-NOUVEAU.                                               *
      *---------------------------------------------------------------*
       7300-CHERCHER-MUTATION-DEB.
           MOVE 0                       TO WS-IMU-TROUVEE.
           PERFORM 7305-TESTER-UNE-MUTATION-DEB
              THRU 7305-TESTER-UNE-MUTATION-FIN
             VARYING IDX-MUT FROM 1 BY 1
             UNTIL IDX-MUT > WS-TMU-NB
                OR WS-IMU-TROUVEE > 0.
           IF WS-IMU-TROUVEE > 0
                SET WS-MUTATION-TROUVEE TO TRUE
                MOVE WS-TMU-NOUVEAU (WS-IMU-TROUVEE)
                                        TO WS-RCH-NOUVEAU
           ELSE
                SET WS-MUTATION-INCONNUE TO TRUE
           END-IF.
       7300-CHERCHER-MUTATION-FIN.
           EXIT.
      *
       7305-TESTER-UNE-MUTATION-DEB.
           IF WS-TMU-ANCIEN (IDX-MUT) = WS-RCH-CPTE
                SET WS-IMU-TROUVEE      TO IDX-MUT
           END-IF.
       7305-TESTER-UNE-MUTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETATMUT-DEB.
           MOVE WS-LMUT-L1           TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
           MOVE WS-LMUT-TITRE        TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
           MOVE WS-LMUT-L1           TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
       8000-ENTETE-ETATMUT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CERTIFICAT D'UN CLIENT : SES COMPTES MUTES DU JOUR, LUS SOUS  *
      * LEUR NOUVEAU NUMERO ; A DEFAUT LE MOTIF DU REFUS.             *
      *---------------------------------------------------------------*
       8100-CERTIFICAT-CLIENT-DEB.
      *
           MOVE 0                       TO WS-NB-CPTES-CLIENT.
           PERFORM 8110-LIGNE-COMPTE-DEB
              THRU 8110-LIGNE-COMPTE-FIN
             VARYING WS-IMU-COURANT FROM 1 BY 1
             UNTIL WS-IMU-COURANT > WS-TMU-NB.
      *
           IF WS-NB-CPTES-CLIENT > 0
                ADD  1                  TO WS-CCLI
                MOVE WS-LMUT-AVIS-1     TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
                MOVE WS-LMUT-AVIS-2     TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
                MOVE WS-LMUT-L1         TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
           ELSE
                ADD  1                  TO WS-CREJ
                MOVE WS-TDM-CLIENT (IDX-DEM)
                                        TO WS-LMUT-REJ-CLIENT-ED
                MOVE WS-TDM-MOTIF (IDX-DEM)
                                        TO WS-LMUT-REJ-MOTIF-ED
                MOVE WS-LMUT-REJET      TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
           END-IF.
      *
       8100-CERTIFICAT-CLIENT-FIN.
           EXIT.
      *
       8110-LIGNE-COMPTE-DEB.
      *
           IF WS-TMU-CLIENT (WS-IMU-COURANT)
                                    NOT = WS-TDM-CLIENT (IDX-DEM)
                GO TO 8110-LIGNE-COMPTE-FIN
           END-IF.
      *
           MOVE WS-TMU-NOUVEAU (WS-IMU-COURANT) TO FS-CPTE-CPT.
           PERFORM 6065-LIRE-ALEA-F-CPTE-ES-DEB
              THRU 6065-LIRE-ALEA-F-CPTE-ES-FIN.
           IF CPTE-INEXISTANT
                MOVE SPACES             TO WS-ENRG-F-CPT
                MOVE 0                  TO WS-CPT-SOLDE
           END-IF.
      *
           IF WS-NB-CPTES-CLIENT = 0
                MOVE WS-TDM-CLIENT (IDX-DEM)
                                        TO WS-LMUT-CLIENT-ED
                MOVE WS-CPT-NOM         TO WS-LMUT-NOM-ED
                MOVE WS-TMU-AGENCE (WS-IMU-COURANT)
                                        TO WS-LMUT-AGENCE-ED
                MOVE WS-LMUT-CLIENT     TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
                MOVE WS-LMUT-ENTETE     TO WS-BUFFER
                PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
                   THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN
           END-IF.
           ADD  1                       TO WS-NB-CPTES-CLIENT.
           ADD  1                       TO WS-CCPT.
      *
           MOVE WS-TMU-ANCIEN (WS-IMU-COURANT)  TO WS-LMUT-ANCIEN-ED.
           MOVE WS-TMU-NOUVEAU (WS-IMU-COURANT) TO WS-LMUT-NOUVEAU-ED.
           MOVE WS-CPT-TYPE             TO WS-LMUT-TYPE-ED.
           MOVE WS-CPT-DEVISE           TO WS-LMUT-DEVISE-ED.
           MOVE WS-CPT-SOLDE            TO WS-LMUT-SOLDE-ED.
           MOVE WS-TMU-DATE-FIN (WS-IMU-COURANT)
                                        TO WS-DATE-EDIT-NUM.
           MOVE WS-DED-JJ               TO WS-LMUT-FIN-JJ-ED.
           MOVE WS-DED-MM               TO WS-LMUT-FIN-MM-ED.
           MOVE WS-DED-SS               TO WS-LMUT-FIN-SS-ED.
           MOVE WS-DED-AA               TO WS-LMUT-FIN-AA-ED.
           MOVE WS-LMUT-DETAIL          TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
      *
       8110-LIGNE-COMPTE-FIN.
           EXIT.
      *
       8200-RECAPITULATION-DEB.
      *
           PERFORM 8210-LIGNE-FICHIER-DEB
              THRU 8210-LIGNE-FICHIER-FIN
             VARYING IDX-FIC FROM 1 BY 1
             UNTIL IDX-FIC > WS-MAX-FICHIERS.
      *
           MOVE WS-LMUT-L1           TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
           MOVE WS-CCLI              TO WS-LMUT-NBCLI-ED.
           MOVE WS-CCPT              TO WS-LMUT-NBCPT-ED.
           MOVE WS-CREJ              TO WS-LMUT-NBREJ-ED.
           MOVE WS-LMUT-TOTAL        TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
           MOVE WS-LMUT-L1           TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
      *
       8200-RECAPITULATION-FIN.
           EXIT.
      *
       8210-LIGNE-FICHIER-DEB.
           MOVE WS-TFI-NOM (IDX-FIC)    TO WS-LMUT-FIC-NOM-ED.
           EVALUATE TRUE
             WHEN WS-TMU-NB = 0
                  MOVE 0                TO WS-LMUT-FIC-NB-ED
                  MOVE 'AUCUNE MUTATION'
                                        TO WS-LMUT-FIC-TXT-ED
             WHEN WS-TFI-ABSENT (IDX-FIC) = 'O'
                  MOVE 0                TO WS-LMUT-FIC-NB-ED
                  MOVE 'FICHIER ABSENT' TO WS-LMUT-FIC-TXT-ED
             WHEN OTHER
                  MOVE WS-TFI-NBREP (IDX-FIC)
                                        TO WS-LMUT-FIC-NB-ED
                  MOVE 'ENREGISTREMENT(S) REPORTE(S)'
                                        TO WS-LMUT-FIC-TXT-ED
           END-EVALUATE.
           MOVE WS-LMUT-REPORT          TO WS-BUFFER.
           PERFORM 6300-ECRIRE-LIGNE-ETATMUT-DEB
              THRU 6300-ECRIRE-LIGNE-ETATMUT-FIN.
       8210-LIGNE-FICHIER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO105B        *'.
           DISPLAY '*==============================================*'.
           DISPLAY 'DEMANDES LUES     : ' WS-CDEM.
           DISPLAY 'DEMANDES IGNOREES : ' WS-CINV.
           DISPLAY 'CLIENTS MUTES     : ' WS-CCLI.
           DISPLAY 'COMPTES MUTES     : ' WS-CCPT.
           DISPLAY 'DEJA DANS L''AGENCE: ' WS-CDEJA.
           DISPLAY 'DEMANDES REFUSEES : ' WS-CREJ.
      *
      *---------------------------------------------------------------*
      * CODE RETOUR 4 EN PRESENCE DE DEMANDES REFUSEES OU IGNOREES :  *
      * L'AGENCE DOIT EN ETRE AVISEE.                                 *
      *---------------------------------------------------------------*
           IF WS-CREJ > 0 OR WS-CINV > 0
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
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO105B       *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
