       01  FS-ENRG-F-VIRPERM          PIC X(80).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-CALBANC-E
           RECORDING MODE IS F.
      * GEL SUCCESSION DU DONNEUR D'ORDRE : UN ORDRE DONT LE COMPTE   *
      * EST GELE PAR UN AVIS DE DECES EST SUSPENDU (SIGNALE A L'ETAT  *
      * AU LIEU D'ETRE GENERE). COMPTE INCONNU : L'ORDRE SUIT LE      *
      * CIRCUIT NORMAL, LA MISE A JOUR LE REJETTERA. UN COMPTE SOUS   *
      * GEL DES AVOIRS EST TRAITE COMME UN COMPTE GELE POUR SUCCESSION*
      * DE MEME QU'UN COMPTE TRANSFERE AU CONTENTIEUX.                *
      *---------------------------------------------------------------*
       7030-VERIF-GEL-DONNEUR-DEB.
           SET  WS-ORDRE-LIBRE          TO TRUE.
                  DISPLAY 'VALEUR DU FILE STATUS = ' WS-FS-F-CPTE-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
             WHEN WS-CPT-SUCC-ACTIF OR WS-CPT-GELAV-ACTIF
               OR WS-CPT-CTX-ACTIF
                  SET WS-ORDRE-SUSPENDU TO TRUE
           END-EVALUATE.
       7030-VERIF-GEL-DONNEUR-FIN.
