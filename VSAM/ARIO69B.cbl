      *
       FD  F-CPTHIST-E
           RECORDING MODE IS F.
       01  FS-ENRG-CPTHIST-E          PIC X(200).
      *
       FD  F-CPTHISTE-S
           RECORDING MODE IS F.
       01  FS-ENRG-CPTHISTE           PIC X(200).
      *
       FD  F-ETATPUR-S
           RECORDING MODE IS F.
