      * LA MOYENNE PORTE SUR LES JOURS CLICHES (JOURS OU LE COMPTE A  *
      * ETE MOUVEMENTE) : UN COMPTE SANS MOUVEMENT DANS LE MOIS NE    *
      * SORT PAS A L'ETAT.                                            *
      * LES MOYENNES SONT AUSSI ECRITES AU FICHIER SOLDMOY, REPRIS PAR*
      * LE CIBLAGE COMMERCIAL MENSUEL.                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *                      -------------------------------------------
           SELECT  F-ETATMOY-S         ASSIGN TO WS-NOM-ETATMOY
                   FILE STATUS         IS WS-FS-F-ETATMOY-S.
      *                      -------------------------------------------
      *                      SOLDMOY : SOLDES MOYENS DU MOIS (DONNEES)
      *                      -------------------------------------------
           SELECT  F-SOLDMOY-S         ASSIGN TO 'SOLDMOY.txt'
                   FILE STATUS         IS WS-FS-F-SOLDMOY-S.
      *
      ***************
       DATA DIVISION.
       FD  F-ETATMOY-S
           RECORDING MODE IS F.
       01  FS-ENRG-ETATMOY            PIC X(80).
      *
       FD  F-SOLDMOY-S
           RECORDING MODE IS F.
       01  FS-ENRG-SOLDMOY            PIC X(40).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           COPY TPSOLDH.
      *
           COPY TPSOLDMY.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
           88  SOLDHIST-ABSENT      VALUE '35'.
       01  WS-FS-F-ETATMOY-S        PIC XX.
           88  OK-F-ETATMOY-S       VALUE '00'.
       01  WS-FS-F-SOLDMOY-S        PIC XX.
           88  OK-F-SOLDMOY-S       VALUE '00'.
      *
      *---------------------------------------------------------------*
      * COMPTEURS                                                     *
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           OPEN OUTPUT F-ETATMOY-S.
           OPEN OUTPUT F-SOLDMOY-S.
           IF NOT OK-F-SOLDHIST OR NOT OK-F-ETATMOY-S
              OR NOT OK-F-SOLDMOY-S
             DISPLAY 'PROBLEME D''OUVERTURE DES FICHIERS'
             DISPLAY 'FILE STATUS = ' WS-FS-F-SOLDHIST ' '
                     WS-FS-F-ETATMOY-S ' ' WS-FS-F-SOLDMOY-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           END-IF.
       6070-ECRIRE-LIGNE-ETATMOY-FIN.
           EXIT.
      *
       6080-ECRIRE-F-SOLDMOY-DEB.
           WRITE FS-ENRG-SOLDMOY
                 FROM WS-ENRG-F-SMY
           END-WRITE.
           IF NOT OK-F-SOLDMOY-S
             DISPLAY 'PROBLEME D''ECRITURE DU FICHIER-F-SOLDMOY-S'
             DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-SOLDMOY-S
             PERFORM 9999-ERREUR-PROGRAMME-DEB
                THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-ECRIRE-F-SOLDMOY-FIN.
           EXIT.
      *
       6100-FERMER-FICHIERS-DEB.
           CLOSE F-SOLDHIST F-ETATMOY-S F-SOLDMOY-S.
           IF NOT OK-F-SOLDHIST OR NOT OK-F-ETATMOY-S
              OR NOT OK-F-SOLDMOY-S
                DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
                PERFORM 9999-FIN-PROGRAMME-DEB
                   THRU 9999-FIN-PROGRAMME-FIN
      *
      *---------------------------------------------------------------*
      * ARRET DE LA MOYENNE DU COMPTE PRECEDENT : MOYENNE ARITHMETIQUE*
      * DES CLICHES DU MOIS, EDITEE ET ECRITE AU FICHIER SOLDMOY      *
      * SEULEMENT S'IL Y EN A EU.                                     *
      *---------------------------------------------------------------*
       7020-ARRETER-MOYENNE-DEB.
           IF WS-NB-CLICHES > 0
                ADD  1                  TO WS-CCPT
                PERFORM 8010-DETAIL-ETATMOY-DEB
                   THRU 8010-DETAIL-ETATMOY-FIN
                MOVE SPACES             TO WS-ENRG-F-SMY
                MOVE WS-CPTE-COURANT    TO WS-SMY-CPTE
                MOVE WS-MOIS-DEM        TO WS-SMY-MOIS
                MOVE WS-SOLDE-MOYEN     TO WS-SMY-MOYENNE
                MOVE WS-NB-CLICHES      TO WS-SMY-NB-CLICHES
                PERFORM 6080-ECRIRE-F-SOLDMOY-DEB
                   THRU 6080-ECRIRE-F-SOLDMOY-FIN
           END-IF.
           MOVE 0                       TO WS-CUMUL-SOLDES.
           MOVE 0                       TO WS-NB-CLICHES.
