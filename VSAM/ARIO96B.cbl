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
              10 FS-HIST-CPTE         PIC X(10).
              10 FS-HIST-DATE         PIC X(8).
              10 FS-HIST-SEQ          PIC X(4).
           05 FILLER                  PIC X(68).
      *
       FD  F-HISTGEN
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-GEN.
           05 FS-GEN-CLE.
              10 FS-GEN-CPTE          PIC X(10).
              10 FS-GEN-DATE          PIC X(8).
              10 FS-GEN-SEQ           PIC X(4).
           05 FILLER                  PIC X(68).
      *
       FD  F-SYSIN-E
           RECORDING MODE IS F.
           EVALUATE WS-HIST-CODE
             WHEN 'R'  MOVE 'RETRAIT DAB'        TO WS-LNOT-LIB-ED
             WHEN 'D'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE 'REMISE PRLV SEPA'   TO WS-LNOT-LIB-ED
                    WHEN WS-HIST-VIR-CPTE NOT = 0
                       MOVE 'VIREMENT RECU'      TO WS-LNOT-LIB-ED
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE SPACES               TO WS-LNOT-LIB-ED
                       STRING 'REMISE CHQ ' WS-HIST-NUM-CHEQUE
                              DELIMITED BY SIZE INTO WS-LNOT-LIB-ED
                    WHEN OTHER
                       MOVE 'DEPOT GUICHET'      TO WS-LNOT-LIB-ED
                  END-EVALUATE
             WHEN 'C'  MOVE 'CARTE BLEUE'        TO WS-LNOT-LIB-ED
             WHEN 'V'  MOVE 'VIREMENT EMIS'      TO WS-LNOT-LIB-ED
             WHEN 'L'  MOVE 'CLOTURE DE COMPTE'  TO WS-LNOT-LIB-ED
             WHEN 'F'  MOVE 'AGIOS ET FRAIS'     TO WS-LNOT-LIB-ED
             WHEN 'P'  MOVE 'PRELEVEMENT'        TO WS-LNOT-LIB-ED
             WHEN 'T'  MOVE 'RETENUE FISCALE'    TO WS-LNOT-LIB-ED
             WHEN 'U'
                  EVALUATE TRUE
                    WHEN WS-HIST-PRLV-SEPA
                       MOVE SPACES               TO WS-LNOT-LIB-ED
                       STRING 'IMPAYE PRLV ' WS-HIST-PRLV-MOTIF
                              DELIMITED BY SIZE INTO WS-LNOT-LIB-ED
                    WHEN WS-HIST-NUM-CHEQUE IS NUMERIC
                         AND WS-HIST-NUM-CHEQUE > 0
                       MOVE 'IMPAYE SUR REMISE'  TO WS-LNOT-LIB-ED
                    WHEN OTHER
                       MOVE 'REPRISE CONTEST. CB' TO WS-LNOT-LIB-ED
                  END-EVALUATE
             WHEN 'Q'
                  MOVE SPACES                    TO WS-LNOT-LIB-ED
                  STRING 'CHEQUE ' WS-HIST-NUM-CHEQUE
