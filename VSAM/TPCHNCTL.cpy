      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES ETAPES *
      * DE LA CHAINE DE NUIT (F-CHNCTL)                        *
      * CLE : DATE DE LA CHAINE + CODE ETAPE                   *
      *--------------------------------------------------------*
      * LE SEQUENCEUR DECLARE CHAQUE ETAPE EN COURS ('E') A    *
      * SON LANCEMENT PUIS LA CLOT AVEC SON CODE RETOUR :      *
      * TERMINEE ('T'), EN ECHEC ('A', LA CHAINE S'ARRETE),    *
      * ECHEC TOLERE ('I', ETAPE FACULTATIVE), SAUTEE ('S',    *
      * PREDECESSEUR NON TERMINE) OU NON ELIGIBLE CETTE NUIT   *
      * ('N'). A LA RELANCE POUR LA MEME DATE, SEULES LES      *
      * ETAPES TERMINEES NE SONT PAS RELANCEES ; UNE ETAPE     *
      * RESTEE 'E' (SEQUENCEUR INTERROMPU) EST RELANCEE.       *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CHC.
           05 WS-CHC-CLE.
              10 WS-CHC-DATE         PIC 9(08).
              10 WS-CHC-ETAPE        PIC X(04).
           05 WS-CHC-PROG            PIC X(08).
           05 WS-CHC-STATUT          PIC X.
              88 WS-CHC-EN-COURS     VALUE 'E'.
              88 WS-CHC-TERMINEE     VALUE 'T'.
              88 WS-CHC-EN-ECHEC     VALUE 'A'.
              88 WS-CHC-ECHEC-TOLERE VALUE 'I'.
              88 WS-CHC-SAUTEE       VALUE 'S'.
              88 WS-CHC-NON-ELIGIBLE VALUE 'N'.
           05 WS-CHC-DEB-DATE        PIC 9(08).
           05 WS-CHC-DEB-HEURE       PIC 9(06).
           05 WS-CHC-FIN-DATE        PIC 9(08).
           05 WS-CHC-FIN-HEURE       PIC 9(06).
           05 WS-CHC-RC              PIC 9(04).
           05 WS-CHC-NB-LANC         PIC 9(02).
           05 FILLER                 PIC X(25).
