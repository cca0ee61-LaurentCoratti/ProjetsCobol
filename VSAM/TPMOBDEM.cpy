      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * DEMANDES DE MOBILITE BANCAIRE RECUES DES BANQUES       *
      * D'ACCUEIL (F-MOBDEM-E, MOBDEM.txt)                     *
      *--------------------------------------------------------*
      * UNE DEMANDE PAR COMPTE A TRANSFERER : REFERENCE DU     *
      * DOSSIER CHEZ LA BANQUE D'ACCUEIL, DATE DE RECEPTION DE *
      * LA DEMANDE (SSAAMMJJ, ZERO = DATE DU JOUR), DATE DE    *
      * BASCULE SOUHAITEE PAR LE CLIENT (ZERO = AU PLUS TOT),  *
      * IBAN DU NOUVEAU COMPTE ET NOM DE LA BANQUE D'ACCUEIL.  *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-MBD.
           05 WS-MBD-REF             PIC X(12).
           05 WS-MBD-CPTE            PIC 9(10).
           05 WS-MBD-DATE-RECEP      PIC 9(8).
           05 WS-MBD-DATE-BASCULE    PIC 9(8).
           05 WS-MBD-IBAN            PIC X(27).
           05 WS-MBD-BANQUE          PIC X(20).
           05 FILLER                 PIC X(15).
