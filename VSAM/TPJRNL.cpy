           05 WS-JRNL-DATE           PIC 9(08).
           05 WS-JRNL-HEURE          PIC 9(06).
           05 WS-JRNL-CPTE           PIC 9(10).
           05 WS-JRNL-AVANT          PIC X(200).
           05 WS-JRNL-APRES          PIC X(200).
