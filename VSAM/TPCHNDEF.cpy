      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DE LA DEFINITION DE LA *
      * CHAINE DE NUIT (F-CHNDEF-E, CHAINDEF.txt)              *
      *--------------------------------------------------------*
      * UNE LIGNE PAR ETAPE, DANS L'ORDRE D'EXECUTION (UNE     *
      * LIGNE COMMENCANT PAR '*' EST IGNOREE) :                *
      * - CODE ETAPE UNIQUE ET PROGRAMME LANCE ;               *
      * - FREQUENCE : 'J' CHAQUE NUIT, 'M' FIN DE MOIS, 'T'    *
      *   FIN DE TRIMESTRE (CALENDRIER CALBANC), 'X' ETAPE     *
      *   DESACTIVEE (VARIANTE NON RETENUE, PAR EXEMPLE LA     *
      *   MISE A JOUR ARI041B OU LA MARCHE PARTITIONNEE        *
      *   ARIO77B/ARIO78B) ;                                   *
      * - 'O' ETAPE OBLIGATOIRE (SON ECHEC ARRETE LA CHAINE),  *
      *   'F' ETAPE FACULTATIVE (SON ECHEC EST TOLERE) ;       *
      * - JUSQU'A QUATRE ETAPES PREDECESSEURS, DEFINIES PLUS   *
      *   HAUT DANS LE FICHIER ;                               *
      * - JUSQU'A QUATRE CODES RETOUR DE SUCCES (A BLANC : 00  *
      *   SEUL) ;                                              *
      * - LIGNE DE COMMANDE DE L'ETAPE (A BLANC : LE NOM DU    *
      *   PROGRAMME), QUI PORTE LE CAS ECHEANT LA CARTE SYSIN  *
      *   DU PROGRAMME (EX. 'ARI041B < SYSIN041.txt').         *
      * EXEMPLE DE CHAINE : ARIO65B (FUSION), ARIO67B          *
      * (FRAUDE), ARIO64B/ARIO79B/ARIO80B (GENERATEURS),       *
      * ARIO76B (AUDIT), ARI041B OU ARIO77B/ARIO78B, PUIS      *
      * GRAND-LIVRE, ALERTES ET EDITIONS.                      *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CHD.
           05 WS-CHD-ETAPE           PIC X(04).
           05 WS-CHD-PROG            PIC X(08).
           05 WS-CHD-FREQ            PIC X.
              88 WS-CHD-QUOTIDIENNE  VALUE 'J'.
              88 WS-CHD-FIN-MOIS     VALUE 'M'.
              88 WS-CHD-FIN-TRIM     VALUE 'T'.
              88 WS-CHD-DESACTIVEE   VALUE 'X'.
              88 WS-CHD-FREQ-VALIDE  VALUE 'J' 'M' 'T' 'X'.
           05 WS-CHD-OBLIG           PIC X.
              88 WS-CHD-OBLIGATOIRE  VALUE 'O'.
              88 WS-CHD-FACULTATIVE  VALUE 'F'.
           05 WS-CHD-PREDS.
              10 WS-CHD-PRED         PIC X(04) OCCURS 4.
           05 WS-CHD-RCS.
              10 WS-CHD-RC-OK        PIC X(02) OCCURS 4.
           05 WS-CHD-COMMANDE        PIC X(40).
           05 FILLER                 PIC X(02).
