      *=============
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
       FD  F-PARAM-E
           RECORDING MODE IS F.
      * VARIABLES DE CALCULS ET DE MOUVEMENTS                         *
      *---------------------------------------------------------------*
      *
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       77  WS-INTERET               PIC S9(8)V99 COMP-3
                                    VALUE 0.
