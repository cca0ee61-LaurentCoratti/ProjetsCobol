       01  FS-ENRG-F-NPAI             PIC X(80).
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-ETATNPA-S
           RECORDING MODE IS F.
       01  WS-DISPO-NPAI            PIC X VALUE '0'.
           88 WS-NPAI-FERME         VALUE '0'.
           88 WS-NPAI-OUVERT        VALUE '1'.
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-ANCIENNETE            PIC S9(5) COMP VALUE 0.
       77  WS-SERIAL                PIC S9(9) COMP-3 VALUE 0.
