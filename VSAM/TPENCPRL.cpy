      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU REGISTRE DES        *
      * PRELEVEMENTS EMIS POUR NOS CLIENTS CREANCIERS          *
      * (F-ENCPRLV)                                            *
      * CLE : COMPTE CREANCIER + NUMERO DE REMISE + LIGNE      *
      *--------------------------------------------------------*
      * CHAQUE LIGNE D'UNE REMISE DE PRELEVEMENTS ACCEPTEE EST *
      * ENREGISTREE EN ATTENTE D'ECHEANCE ('A'). A L'ECHEANCE  *
      * ELLE EST PRESENTEE A LA COMPENSATION ET LE CREANCIER   *
      * EST CREDITE DU TOTAL DE LA REMISE : ELLE PASSE EN      *
      * COMPENSATION ('E') AVEC SA DATE DE PRESENTATION        *
      * (POSTERIEURE A L'ECHEANCE POUR UNE LIGNE EN RETARD),   *
      * INDISPONIBLE JUSQU'A LA DATE DE DISPONIBILITE          *
      * (ECHEANCE + DELAI DE RETOUR DELRETPR), PUIS DEFINITIVE *
      * ('P'). UN RETOUR DE LA COMPENSATION LA PASSE IMPAYEE   *
      * ('I') : LE MOTIF SEPA (AM04, MD01, AC04 ...), LA DATE  *
      * ET LA REFERENCE DU MOUVEMENT DE REPRISE SONT ALORS     *
      * CONSERVES.                                             *
      * LE NUMERO DE REMISE, SERVI PAR LA CAPTURE, EST LA      *
      * REFERENCE UNIQUE DU MOUVEMENT DE CREDIT ; TOUTES LES   *
      * LIGNES D'UNE REMISE ONT LA MEME ECHEANCE.              *
      * LE FICHIER DES REMISES DU JOUR (REMPRLV) ET LE FICHIER *
      * REMIS A LA COMPENSATION (PRLVCOMP) ONT LE MEME DESSIN. *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-ENC.
           05 WS-ENC-CLE.
              10 WS-ENC-CPTE-CREANC  PIC 9(10).
              10 WS-ENC-NUM-REMISE   PIC X(08).
              10 WS-ENC-NUM-LIGNE    PIC 9(05).
           05 WS-ENC-RUM             PIC X(15).
           05 WS-ENC-IBAN-DEBITEUR   PIC X(27).
           05 WS-ENC-MT              PIC 9(8)V99.
           05 WS-ENC-DATE-ECH        PIC 9(08).
           05 WS-ENC-DATE-DISPO      PIC 9(08).
           05 WS-ENC-STATUT          PIC X.
              88 WS-ENC-EN-ATTENTE   VALUE 'A'.
              88 WS-ENC-EN-COMPENS   VALUE 'E'.
              88 WS-ENC-DEFINITIF    VALUE 'P'.
              88 WS-ENC-IMPAYE       VALUE 'I'.
           05 WS-ENC-MOTIF           PIC X(04).
           05 WS-ENC-DATE-IMPAYE     PIC 9(08).
           05 WS-ENC-REF-IMPAYE      PIC X(08).
           05 WS-ENC-DATE-PRESENT    PIC 9(08).
