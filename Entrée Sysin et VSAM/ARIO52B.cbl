      *=============
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
       FD  F-SYSIN-E
           RECORDING MODE IS F.
