      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER INDEXE DES  *
      * OPPOSITIONS SUR CHEQUES (F-OPPOSIDX) - CLE : COMPTE +  *
      * PLAGE DE NUMEROS FRAPPEE D'OPPOSITION                  *
      *--------------------------------------------------------*
      * RECONSTITUE CHAQUE JOUR A PARTIR DE OPPOSIT.txt PAR LE *
      * CHARGEMENT DES REFERENTIELS.                           *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-OPX.
           05 WS-OPX-CLE.
              10 WS-OPX-CPTE         PIC 9(10).
              10 WS-OPX-CHQ-DEB      PIC 9(7).
              10 WS-OPX-CHQ-FIN      PIC 9(7).
           05 FILLER                 PIC X(06).
