      *    UN ORDRE SANS MANDAT OU SUR MANDAT REVOQUE PART DANS LE    *
      *    FICHIER DE RETOUR AU CREANCIER AVEC SON MOTIF, ET A        *
      *    L'ETAT DES REJETS.                                         *
      *    UN ORDRE PRESENTE SUR L'ANCIEN NUMERO D'UN COMPTE MUTE     *
      *    D'AGENCE EST REDIRIGE VERS LE NOUVEAU NUMERO JUSQU'A LA    *
      *    FIN DE LA PERIODE DE REDIRECTION (MUTCPT), REJETE ENSUITE. *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
                                       RECORD KEY IS FS-MAN-CLE
                   FILE STATUS         IS WS-FS-F-MANDATS.
      *                      -------------------------------------------
      *                      F-MUTCPT : CORRESPONDANCE DES COMPTES MUTES
      *                      -------------------------------------------
           SELECT  F-MUTCPT            ASSIGN TO MUTCPT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS FS-MUT-CLE
                   FILE STATUS         IS WS-FS-F-MUTCPT.
      *                      -------------------------------------------
      *                      F-TRI   : FICHIER DE TRAVAIL DU TRI
      *                      -------------------------------------------
           SELECT  F-TRI               ASSIGN TO SORTWK.
       01  FS-ENRG-F-MAN.
           05 FS-MAN-CLE              PIC X(20).
           05 FILLER                  PIC X(30).
      *
       FD  F-MUTCPT
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-ENRG-F-MUT.
           05 FS-MUT-CLE              PIC X(10).
           05 FILLER                  PIC X(40).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
      *
           COPY TP4MVTS.
           COPY TPMANDAT.
           COPY TPMUTCPT.
      *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ORDRE DE PRELEVEMENT RECU                    *
           88  OK-F-MANDATS         VALUE '00'.
           88  MANDATS-ABSENT       VALUE '35'.
           88  MANDAT-INCONNU       VALUE '23'.
       01  WS-FS-F-MUTCPT           PIC XX.
           88  OK-F-MUTCPT          VALUE '00'.
           88  OK-LEC-F-MUTCPT      VALUE '00' '23'.
           88  MUT-INCONNUE         VALUE '23'.
           88  MUTCPT-ABSENT        VALUE '35'.
       01  WS-FS-F-MVTPRL-S         PIC XX.
           88  OK-F-MVTPRL-S        VALUE '00'.
       01  WS-FS-F-RETPRL-S         PIC XX.
                                    VALUE 0.
       77  WS-CREJ                  PIC S9(4) COMP
                                    VALUE 0.
       77  WS-CRED                  PIC S9(4) COMP
                                    VALUE 0.
      *
      *---------------------------------------------------------------*
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
       01  WS-FIN-TRI               PIC X     VALUE '0'.
           88 WS-TRI-EN-COURS       VALUE '0'.
           88 WS-TRI-TERMINE        VALUE '1'.
      *---------------------------------------------------------------*
      * LA CORRESPONDANCE DES COMPTES MUTES N'EXISTE QU'APRES LA      *
      * PREMIERE MUTATION D'AGENCE : SON ABSENCE EST ADMISE.          *
      *---------------------------------------------------------------*
       01  WS-DISPO-MUTCPT          PIC X     VALUE '0'.
           88 WS-MUTCPT-FERME       VALUE '0'.
           88 WS-MUTCPT-OUVERT      VALUE '1'.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           05 AA                    PIC 99.
           05 MM                    PIC 99.
           05 JJ                    PIC 99.
       01  WS-DATE-JOUR-NUM REDEFINES WS-DATE-JOUR
                                    PIC 9(8).
      *
      *---------------------------------------------------------------*
      * ZONES D'EDITION DE L'ETAT DE L'INTAKE                         *
      *
           PERFORM 6000-OUVRIR-FICHIERS-DEB
              THRU 6000-OUVRIR-FICHIERS-FIN.
      *
           PERFORM 6300-OUVRIR-F-MUTCPT-DEB
              THRU 6300-OUVRIR-F-MUTCPT-FIN.
      *
           PERFORM 8000-ENTETE-ETATPRL-DEB
              THRU 8000-ENTETE-ETATPRL-FIN.
      *
           PERFORM 6100-FERMER-FICHIERS-DEB
              THRU 6100-FERMER-FICHIERS-FIN.
      *
           PERFORM 6310-FERMER-F-MUTCPT-DEB
              THRU 6310-FERMER-F-MUTCPT-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
                  MOVE 'CREANCIER NON SERVI'
                                        TO WS-MOTIF-REJET
             WHEN OTHER
                  PERFORM 7030-REDIRIGER-MUTATION-DEB
                     THRU 7030-REDIRIGER-MUTATION-FIN
                  IF WS-MOTIF-REJET = SPACES
                       PERFORM 7010-CONTROLER-MANDAT-DEB
                          THRU 7010-CONTROLER-MANDAT-FIN
                  END-IF
           END-EVALUATE.
      *
           IF WS-MOTIF-REJET = SPACES
           END-IF.
       6100-FERMER-FICHIERS-FIN.
           EXIT.
      *
       6300-OUVRIR-F-MUTCPT-DEB.
           OPEN INPUT F-MUTCPT.
           IF MUTCPT-ABSENT
                SET WS-MUTCPT-FERME     TO TRUE
                GO TO 6300-OUVRIR-F-MUTCPT-FIN
           END-IF.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME D''OUVERTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET WS-MUTCPT-OUVERT         TO TRUE.
       6300-OUVRIR-F-MUTCPT-FIN.
           EXIT.
      *
       6305-LIRE-F-MUTCPT-DEB.
           READ F-MUTCPT INTO WS-ENRG-F-MUT.
           IF NOT OK-LEC-F-MUTCPT
             DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6305-LIRE-F-MUTCPT-FIN.
           EXIT.
      *
       6310-FERMER-F-MUTCPT-DEB.
           IF WS-MUTCPT-FERME
                GO TO 6310-FERMER-F-MUTCPT-FIN
           END-IF.
           CLOSE F-MUTCPT.
           IF NOT OK-F-MUTCPT
             DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-MUTCPT'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-MUTCPT
             PERFORM 9999-FIN-PROGRAMME-DEB
                THRU 9999-FIN-PROGRAMME-FIN
           END-IF.
       6310-FERMER-F-MUTCPT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
           EXIT.
      *
      *---------------------------------------------------------------*
      * ORDRE PRESENTE SUR L'ANCIEN NUMERO D'UN COMPTE MUTE D'AGENCE :*
      * LE MANDAT A ETE REPORTE SUR LE NOUVEAU NUMERO, L'ORDRE Y EST  *
      * REDIRIGE JUSQU'A LA FIN DE LA PERIODE DE REDIRECTION INCLUSE, *
      * PUIS REJETE AU CREANCIER.                                     *
      *---------------------------------------------------------------*
       7030-REDIRIGER-MUTATION-DEB.
           IF WS-MUTCPT-FERME
                GO TO 7030-REDIRIGER-MUTATION-FIN
           END-IF.
           MOVE WS-ORD-CPTE             TO FS-MUT-CLE.
           PERFORM 6305-LIRE-F-MUTCPT-DEB
              THRU 6305-LIRE-F-MUTCPT-FIN.
           IF MUT-INCONNUE
                GO TO 7030-REDIRIGER-MUTATION-FIN
           END-IF.
           IF WS-DATE-JOUR-NUM > WS-MUT-DATE-FIN
                MOVE 'REDIRECTION ECHUE' TO WS-MOTIF-REJET
           ELSE
                MOVE WS-MUT-NOUVEAU     TO WS-ORD-CPTE
                ADD  1                  TO WS-CRED
           END-IF.
       7030-REDIRIGER-MUTATION-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * CONSTRUCTION DU MOUVEMENT 'P' : LA REFERENCE DU CREANCIER EST *
      * CONSERVEE (LE REGISTRE DES DOUBLONS DE LA MISE A JOUR ARRETE  *
      * UNE DOUBLE REMISE DU MEME ORDRE) ET LE CREANCIER EST PORTE    *
           DISPLAY 'ORDRES RECUS      : ' WS-CLUS.
           DISPLAY 'MOUVEMENTS GENERES: ' WS-CGEN.
           DISPLAY 'ORDRES REJETES    : ' WS-CREJ.
           DISPLAY 'ORDRES REDIRIGES  : ' WS-CRED.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
