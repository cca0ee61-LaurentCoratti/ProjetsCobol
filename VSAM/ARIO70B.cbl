      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-JRNL-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL-E           PIC X(426).
      *
      *========================
       WORKING-STORAGE SECTION.
