      *
       FD  F-CPTE-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-CPTE-E           PIC X(89).
      *
       FD  F-CPTE-S
           RECORDING MODE IS F.
       01  FS-ENRG-F-CPTE-S           PIC X(89).
      *
       FD  F-ETATCLI-S
           RECORDING MODE IS F.
       01  WS-STATUT-PLAF-CB        PIC X VALUE '0'.
           88 WS-PLAF-CB-OK         VALUE '0'.
           88 WS-PLAF-CB-DEPASSE    VALUE '1'.
       01  WS-STATUT-PLAF-REG       PIC X VALUE '0'.
           88 WS-PLAF-REG-OK        VALUE '0'.
           88 WS-PLAF-REG-DEPASSE   VALUE '1'.
       77  WS-PLAF-PRODUIT          PIC 9(8)V99.
       77  WS-SOLDE-APRES-DEP       PIC S9(9)V99 COMP-3.
       01  WS-STATUT-REF            PIC X VALUE '0'.
           88 WS-REF-OK             VALUE '0'.
           88 WS-REF-DOUBLON        VALUE '1'.
                      THRU 7061-TRC-VERIF-PLAF-CB-FIN
              ELSE SET WS-PLAF-CB-OK TO TRUE
              END-IF
      *
              IF DEPOT
                   PERFORM 7062-TRC-VERIF-PLAF-REG-DEB
                      THRU 7062-TRC-VERIF-PLAF-REG-FIN
              ELSE SET WS-PLAF-REG-OK TO TRUE
              END-IF
      *
              IF (RETRAIT OR CB OR DEPOT OR CHEQUE)
                 AND NOT WS-MVTS-SANS-REF
                WHEN WS-PLAF-CB-DEPASSE
                                PERFORM 4300-TRT-ANOM-DEB
                                THRU 4300-TRT-ANOM-FIN
                WHEN WS-PLAF-REG-DEPASSE
                                PERFORM 4300-TRT-ANOM-DEB
                                THRU 4300-TRT-ANOM-FIN
                WHEN RETRAIT PERFORM 4000-TRT-RETRAIT-DEB
                                THRU 4000-TRT-RETRAIT-FIN
                WHEN DEPOT   PERFORM 4100-TRT-DEPOT-DEB
                      THRU 7061-TRC-VERIF-PLAF-CB-FIN
              ELSE SET WS-PLAF-CB-OK TO TRUE
              END-IF
              SET WS-PLAF-REG-OK TO TRUE
      *
              IF (RETRAIT OR CB OR DEPOT OR CHEQUE)
                 AND NOT WS-MVTS-SANS-REF
           END-IF.
       7061-TRC-VERIF-PLAF-CB-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      * PLAFOND DES LIVRETS REGLEMENTES : UN DEPOT QUI PORTERAIT LE   *
      * SOLDE COURANT DU COMPTE (SOLDE D'OUVERTURE ET MOUVEMENTS DEJA *
      * PASSES) AU-DELA DU PLAFOND DU PRODUIT EST REJETE. LES         *
      * INTERETS CAPITALISES PEUVENT SEULS DEPASSER LE PLAFOND.       *
      *---------------------------------------------------------------*
       7062-TRC-VERIF-PLAF-REG-DEB.
           SET WS-PLAF-REG-OK           TO TRUE.
           IF NOT WS-CPTS-EPARGNE
              OR NOT WS-CPTS-REGLEMENTE
                GO TO 7062-TRC-VERIF-PLAF-REG-FIN
           END-IF.
           EVALUATE TRUE
             WHEN WS-CPTS-PRODUIT = 'LA'
                  MOVE WS-PLAF-LIVRET-A TO WS-PLAF-PRODUIT
             WHEN WS-CPTS-PRODUIT = 'LD'
                  MOVE WS-PLAF-LDDS     TO WS-PLAF-PRODUIT
             WHEN WS-CPTS-PRODUIT = 'LE'
                  MOVE WS-PLAF-LEP      TO WS-PLAF-PRODUIT
             WHEN OTHER
                  MOVE WS-PLAF-LIVRET-JEUNE
                                        TO WS-PLAF-PRODUIT
           END-EVALUATE.
           COMPUTE WS-SOLDE-APRES-DEP = WS-CPTS-SOLDE
                                      - WS-LETAT-TOTDB
                                      + WS-LETAT-TOTCR
                                      + WS-MVTS-MT.
           IF WS-SOLDE-APRES-DEP > WS-PLAF-PRODUIT
                SET WS-PLAF-REG-DEPASSE TO TRUE
           END-IF.
       7062-TRC-VERIF-PLAF-REG-FIN.
           EXIT.
      *
       7070-TRC-OP-ANO-DEB.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED
               MOVE '02'                       TO WS-LANO-NUM-ED
               MOVE 'PLAFOND CB JOURNALIER DEPASSE'
                                                TO WS-LANO-TYP-ED
             WHEN WS-PLAF-REG-DEPASSE
               MOVE '23'                       TO WS-LANO-NUM-ED
               MOVE 'PLAFOND LIVRET REGLEMENTE'
                                                TO WS-LANO-TYP-ED
             WHEN VIREMENT
               ADD 1                           TO WS-CVIR
               MOVE '03'                       TO WS-LANO-NUM-ED
           MOVE SPACES                  TO WS-CPTS-TEL
           MOVE SPACES                  TO WS-CPTS-ADR
           MOVE 'C'                     TO WS-CPTS-TYPE
           MOVE SPACES                  TO WS-CPTS-PRODUIT
           ADD  1                       TO WS-CCTC
           MOVE WS-DATE-RECUP           TO WS-CPTS-DMAJ.
       7100-TRC-OP-CCSC-FIN.
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-BAS
                  WHEN WS-PARAM-SEUILMVT
                       MOVE WS-PARAM-VALEUR TO WS-SEUIL-MVT
                  WHEN WS-PARAM-PLAFLIVA
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-A
                  WHEN WS-PARAM-PLAFLDDS
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LDDS
                  WHEN WS-PARAM-PLAFLEP
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LEP
                  WHEN WS-PARAM-PLAFLJEU
                       MOVE WS-PARAM-VALEUR TO WS-PLAF-LIVRET-JEUNE
                END-EVALUATE
           END-IF.
           PERFORM 6235-LIRE-F-PARAM-DEB
