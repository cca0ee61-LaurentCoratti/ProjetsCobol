       01  FS-ENRG-F-CMDCHQ           PIC X(80).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-CHQREG
           RECORD CONTAINS 50 CHARACTERS.
