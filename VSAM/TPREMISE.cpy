      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES        *
      * REMISES DE CHEQUES (F-REMISES)                         *
      * CLE : COMPTE REMETTANT + BANQUE TIREE + NUMERO CHEQUE  *
      *--------------------------------------------------------*
      * UNE REMISE EST ENREGISTREE EN COMPENSATION ('E') PAR   *
      * LE TRAITEMENT DES REMISES : LE CREDIT EST PASSE AU     *
      * SOLDE COMPTABLE MAIS RESTE INDISPONIBLE JUSQU'A LA     *
      * DATE DE DISPONIBILITE (DATE DE REMISE + DELAI DE       *
      * COMPENSATION DELCOMPE). ELLE DEVIENT ENCAISSEE ('P')   *
      * A CETTE DATE, OU IMPAYEE ('I') SUR RETOUR DE LA        *
      * COMPENSATION : LE MOTIF, LA DATE ET LA REFERENCE DU    *
      * MOUVEMENT DE CONTRE-PASSATION SONT ALORS CONSERVES.    *
      * LE FICHIER DES REMISES DU JOUR (REMCHQ) A LE MEME      *
      * DESSIN, STATUT ET ZONES D'IMPAYE A BLANC.              *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-REM.
           05 WS-REM-CLE.
              10 WS-REM-CPTE        PIC 9(10).
              10 WS-REM-BQE-TIREE   PIC X(10).
              10 WS-REM-NUM-CHEQUE  PIC 9(7).
           05 WS-REM-MT             PIC 9(8)V99.
           05 WS-REM-DATE-REMISE    PIC 9(8).
           05 WS-REM-DATE-DISPO     PIC 9(8).
           05 WS-REM-STATUT         PIC X.
              88 WS-REM-EN-COMPENS  VALUE 'E'.
              88 WS-REM-ENCAISSEE   VALUE 'P'.
              88 WS-REM-IMPAYEE     VALUE 'I'.
           05 WS-REM-REF            PIC X(08).
           05 WS-REM-MOTIF          PIC X(02).
           05 WS-REM-DATE-IMPAYE    PIC 9(8).
           05 WS-REM-REF-IMPAYE     PIC X(08).
