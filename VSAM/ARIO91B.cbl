      *=============
      *
       FD  F-MVTHIST
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-HIST.
           05 FS-HIST-CLE             PIC X(22).
           05 FILLER                  PIC X(68).
      *
       FD  F-HISTGEN
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-ENRG-F-GEN.
           05 FS-GEN-CLE              PIC X(22).
           05 FILLER                  PIC X(68).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-ETATGEN-S
           RECORDING MODE IS F.
