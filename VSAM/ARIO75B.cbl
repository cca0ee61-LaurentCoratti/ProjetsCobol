      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE.
              10 FS-HIST-CPTE             PIC X(10).
              10 FS-HIST-DATE             PIC X(8).
              10 FS-HIST-SEQ              PIC X(4).
           05 FILLER                      PIC X(68).
      *
       FD  F-HISTGEN
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-GEN.
           05 FS-GEN-CLE.
              10 FS-GEN-CPTE              PIC X(10).
              10 FS-GEN-DATE              PIC X(8).
              10 FS-GEN-SEQ               PIC X(4).
           05 FILLER                      PIC X(68).
      *
       SD  F-TRI.
       01  FS-ENRG-TRI.
       01  WS-TABLE-HIST.
           05 WS-THI-NB             PIC S9(4) COMP VALUE 0.
           05 WS-THI-POSTE          OCCURS 200
                                    INDEXED BY IDX-HIS IDX-CTP.
              10 WS-THI-ENRG        PIC X(90).
              10 WS-THI-VUE REDEFINES WS-THI-ENRG.
                 15 FILLER          PIC X(58).
                 15 WS-THI-REF      PIC X(08).
                 15 WS-THI-CTP      PIC X.
                 15 FILLER          PIC X(23).
              10 WS-THI-EDITE       PIC X.
                 88 WS-THI-A-EDITER VALUE 'N'.
                 88 WS-THI-DEJA-EDITE VALUE 'O'.
      *
      *---------------------------------------------------------------*
      * CONTRE-PASSATIONS : UNE LIGNE ANNULEE ('A') EST SUIVIE AU     *
      * RELEVE DE SA CONTRE-PASSATION ('C') QUAND CELLE-CI EST DANS   *
      * LA PERIODE ; LA CONTRE-PASSATION N'EST ALORS PLUS EDITEE A SA *
      * PROPRE DATE. SINON ELLE L'EST A SA DATE, LIBELLEE AVEC LA     *
      * DATE DE L'OPERATION ANNULEE.                                  *
      *---------------------------------------------------------------*
       77  WS-REF-CTP-RCH           PIC X(08) VALUE SPACES.
       01  WS-RCH-CTP               PIC X     VALUE '0'.
           88 WS-CTP-ABSENTE        VALUE '0'.
           88 WS-CTP-TROUVEE        VALUE '1'.
       01  WS-DATE-ANNULEE.
           05 WS-ANNUL-SS           PIC 99.
           05 WS-ANNUL-AA           PIC 99.
           05 WS-ANNUL-MM           PIC 99.
           05 WS-ANNUL-JJ           PIC 99.
      *
      *---------------------------------------------------------------*
      * FILE STATUS                                                   *
                       ADD  1           TO WS-THI-NB
                       MOVE WS-ENRG-F-HIST
                                        TO WS-THI-ENRG (WS-THI-NB)
                       SET WS-THI-A-EDITER (WS-THI-NB) TO TRUE
                  ELSE
                       DISPLAY 'TABLE DES MOUVEMENTS SATUREE - '
                               'COMPTE ' FS-TRI-CPTE
                       ADD  1           TO WS-THI-NB
                       MOVE WS-ENRG-F-HIST
                                        TO WS-THI-ENRG (WS-THI-NB)
                       SET WS-THI-A-EDITER (WS-THI-NB) TO TRUE
                  ELSE
                       DISPLAY 'TABLE DES MOUVEMENTS SATUREE - '
                               'COMPTE ' FS-TRI-CPTE
           EXIT.
      *
       7030-LIBELLE-MVT-DEB.
           IF WS-HIST-CONTRE-PASS
                MOVE WS-HIST-CTP-DATE    TO WS-DATE-ANNULEE
                MOVE SPACES              TO WS-LRLV-LIB-ED
                STRING 'ANNUL. OPE DU ' WS-ANNUL-JJ '/' WS-ANNUL-MM
                       DELIMITED BY SIZE INTO WS-LRLV-LIB-ED
                GO TO 7030-LIBELLE-MVT-FIN
           END-IF.
           EVALUATE WS-HIST-CODE
             WHEN 'R'  MOVE 'RETRAIT DAB'        TO WS-LRLV-LIB-ED
             WHEN 'D'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE 'REMISE PRLV SEPA'   TO WS-LRLV-LIB-ED
                    WHEN WS-HIST-VIR-CPTE NOT = 0
                       MOVE 'VIREMENT RECU'      TO WS-LRLV-LIB-ED
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE SPACES               TO WS-LRLV-LIB-ED
                       STRING 'REMISE CHQ ' WS-HIST-NUM-CHEQUE
                              DELIMITED BY SIZE INTO WS-LRLV-LIB-ED
                    WHEN OTHER
                       MOVE 'DEPOT GUICHET'      TO WS-LRLV-LIB-ED
                  END-EVALUATE
             WHEN 'C'  MOVE 'CARTE BLEUE'        TO WS-LRLV-LIB-ED
             WHEN 'V'  MOVE 'VIREMENT EMIS'      TO WS-LRLV-LIB-ED
             WHEN 'L'  MOVE 'CLOTURE DE COMPTE'  TO WS-LRLV-LIB-ED
             WHEN 'F'  MOVE 'AGIOS ET FRAIS'     TO WS-LRLV-LIB-ED
             WHEN 'P'  MOVE 'PRELEVEMENT'        TO WS-LRLV-LIB-ED
             WHEN 'T'  MOVE 'RETENUE FISCALE'    TO WS-LRLV-LIB-ED
             WHEN 'U'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE SPACES               TO WS-LRLV-LIB-ED
                       STRING 'IMPAYE PRLV ' WS-HIST-PRLV-MOTIF
                              DELIMITED BY SIZE INTO WS-LRLV-LIB-ED
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE 'IMPAYE SUR REMISE'  TO WS-LRLV-LIB-ED
                    WHEN OTHER
                       MOVE 'REPRISE CONTEST. CB' TO WS-LRLV-LIB-ED
                  END-EVALUATE
             WHEN 'Q'
                  MOVE SPACES                    TO WS-LRLV-LIB-ED
                  STRING 'CHEQUE ' WS-HIST-NUM-CHEQUE
           EXIT.
      *
      *---------------------------------------------------------------*
      * RECHERCHE, APRES UNE LIGNE ANNULEE, DE SA CONTRE-PASSATION    *
      * PARMI LES MOUVEMENTS DE LA PERIODE : ELLE EST EDITEE          *
      * AUSSITOT, EN REGARD DE L'ORIGINE.                             *
      *---------------------------------------------------------------*
       7050-CHERCHER-CONTRE-PASS-DEB.
           IF WS-THI-A-EDITER (IDX-CTP)
              AND WS-THI-CTP (IDX-CTP) = 'C'
              AND WS-THI-REF (IDX-CTP) = WS-REF-CTP-RCH
                MOVE WS-THI-ENRG (IDX-CTP) TO WS-ENRG-F-HIST
                PERFORM 8025-LIGNE-RELEVE-DEB
                   THRU 8025-LIGNE-RELEVE-FIN
                SET WS-THI-DEJA-EDITE (IDX-CTP) TO TRUE
                SET WS-CTP-TROUVEE       TO TRUE
           END-IF.
       7050-CHERCHER-CONTRE-PASS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
           EXIT.
      *
       8020-DETAIL-RELEVE-DEB.
           IF WS-THI-DEJA-EDITE (IDX-HIS)
                GO TO 8020-DETAIL-RELEVE-FIN
           END-IF.
           MOVE WS-THI-ENRG (IDX-HIS) TO WS-ENRG-F-HIST.
           SET WS-THI-DEJA-EDITE (IDX-HIS) TO TRUE.
           PERFORM 8025-LIGNE-RELEVE-DEB
              THRU 8025-LIGNE-RELEVE-FIN.
           IF WS-HIST-ANNULE
                MOVE WS-HIST-CTP-REF     TO WS-REF-CTP-RCH
                SET WS-CTP-ABSENTE       TO TRUE
                PERFORM 7050-CHERCHER-CONTRE-PASS-DEB
                   THRU 7050-CHERCHER-CONTRE-PASS-FIN
                  VARYING IDX-CTP FROM IDX-HIS BY 1
                  UNTIL IDX-CTP > WS-THI-NB
                     OR WS-CTP-TROUVEE
           END-IF.
       8020-DETAIL-RELEVE-FIN.
           EXIT.
      *
       8025-LIGNE-RELEVE-DEB.
           PERFORM 7030-LIBELLE-MVT-DEB
              THRU 7030-LIBELLE-MVT-FIN.
           MOVE WS-HIST-JJ           TO WS-LRLV-OP-JJ-ED.
           MOVE WS-LRLV-DETAIL       TO WS-BUFFER.
           PERFORM 6070-ECRIRE-LIGNE-ETATRLV-DEB
              THRU 6070-ECRIRE-LIGNE-ETATRLV-FIN.
       8025-LIGNE-RELEVE-FIN.
           EXIT.
      *
       8030-CLOTURE-RELEVE-DEB.
