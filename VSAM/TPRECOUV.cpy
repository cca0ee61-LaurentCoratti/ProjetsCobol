      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * DOSSIERS TRANSFERES AU SERVICE DU RECOUVREMENT         *
      * (F-RECOUV-S, RECOUV_SSAAMMJJ.txt)                      *
      *--------------------------------------------------------*
      * UN ENREGISTREMENT PAR COMPTE PASSE AU CONTENTIEUX DANS *
      * LA JOURNEE : IDENTITE ET COORDONNEES DU CLIENT, SOLDE  *
      * ET AUTORISATION DU JOUR, HISTORIQUE DES DATES DU       *
      * CYCLE DE RELANCE (SSAAMMJJ). LE TOP NPAI SIGNALE UNE   *
      * ADRESSE POSTALE NON VALIDE.                            *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-RCV.
           05 WS-RCV-CPTE            PIC 9(10).
           05 WS-RCV-CLIENT          PIC 9(08).
           05 WS-RCV-NOM             PIC X(20).
           05 WS-RCV-TEL             PIC X(14).
           05 WS-RCV-ADR             PIC X(30).
           05 WS-RCV-NPAI            PIC X.
           05 WS-RCV-DEVISE          PIC X(03).
           05 WS-RCV-SOLDE           PIC S9(8)V99
                                     SIGN LEADING SEPARATE.
           05 WS-RCV-LIMITE          PIC 9(8)V99.
           05 WS-RCV-DATE-DEBIT      PIC 9(8).
           05 WS-RCV-DATE-RELANCE    PIC 9(8).
           05 WS-RCV-DATE-DEMEURE    PIC 9(8).
           05 WS-RCV-DATE-CTX        PIC 9(8).
           05 FILLER                 PIC X(11).
