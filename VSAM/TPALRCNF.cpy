      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * ALERTES DE MAINTENANCE TRANSMISES A LA CONFORMITE      *
      * (F-ALRCNF)                                             *
      *--------------------------------------------------------*
      * TYPE ADTL : CHANGEMENT DE TELEPHONE VALIDE MOINS DE 30 *
      * JOURS APRES UN CHANGEMENT D'ADRESSE DU MEME COMPTE     *
      * (SCHEMA DE PRISE DE CONTROLE DE COMPTE). LES           *
      * OPERATEURS DE SAISIE ET DE VALIDATION DES DEUX         *
      * MAINTENANCES SONT REPORTES.                            *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-ALR.
           05 WS-ALR-DATE            PIC 9(8).
           05 WS-ALR-CPTE            PIC X(10).
           05 WS-ALR-TYPE            PIC X(4).
              88 WS-ALR-ADR-TEL      VALUE 'ADTL'.
           05 WS-ALR-DATE-ADR        PIC 9(8).
           05 WS-ALR-OPER-ADR-SAI    PIC X(8).
           05 WS-ALR-OPER-ADR-VAL    PIC X(8).
           05 WS-ALR-OPER-TEL-SAI    PIC X(8).
           05 WS-ALR-OPER-TEL-VAL    PIC X(8).
           05 WS-ALR-TEL             PIC X(14).
           05 FILLER                 PIC X(4).
