      * MENT PASSE DE 50 A 58 OCTETS.                          *
      *--------------------------------------------------------*
           05 WS-HIST-DATE-VAL       PIC 9(08).
      *--------------------------------------------------------*
      * REFERENCE DU MOUVEMENT D'ORIGINE (WS-MVTS-REF), A BLANC *
      * POUR LES LIGNES ANTERIEURES ET LES LIGNES GENEREES.     *
      * CONTRE-PASSATION : 'A' SUR LA LIGNE ANNULEE, QUI PORTE  *
      * ALORS LA REFERENCE ET LA DATE DE LA CONTRE-PASSATION ;  *
      * 'C' SUR LA LIGNE DE CONTRE-PASSATION, QUI PORTE LA      *
      * REFERENCE ET LA DATE DE LA LIGNE ANNULEE. LE CODE D'UNE *
      * LIGNE 'C' EST DE SENS OPPOSE A CELUI DE L'ORIGINE (R OU *
      * D, V POUR LA JAMBE BENEFICIAIRE D'UN VIREMENT INTERNE). *
      * L'ENREGISTREMENT PASSE DE 58 A 90 OCTETS.               *
      *--------------------------------------------------------*
           05 WS-HIST-REF            PIC X(08).
           05 WS-HIST-CTP            PIC X.
              88 WS-HIST-NORMAL      VALUE SPACE.
              88 WS-HIST-ANNULE      VALUE 'A'.
              88 WS-HIST-CONTRE-PASS VALUE 'C'.
           05 WS-HIST-CTP-REF        PIC X(08).
           05 WS-HIST-CTP-DATE       PIC 9(08).
      *--------------------------------------------------------*
      * ORIGINE 'S' : CREDIT D'UNE REMISE DE PRELEVEMENTS SEPA *
      * EMISE POUR LE TITULAIRE CREANCIER (CODE D) OU REPRISE  *
      * D'UNE LIGNE RETOURNEE IMPAYEE (CODE U, MOTIF SEPA      *
      * CONSERVE). A BLANC POUR TOUTES LES AUTRES LIGNES.      *
      *--------------------------------------------------------*
           05 WS-HIST-ORIGINE        PIC X.
              88 WS-HIST-PRLV-SEPA   VALUE 'S'.
           05 WS-HIST-PRLV-MOTIF     PIC X(04).
           05 FILLER                 PIC X(02).
