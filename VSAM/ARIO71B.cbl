      *=============
      *
       FD  F-CPTE-ES
           RECORD CONTAINS 200 CHARACTERS.
       01  FS-ENRG-F-CPT.
           05 FS-CPTE-CPT             PIC X(10).
           05 FILLER                  PIC X(190).
      *
       FD  F-CPTSEQ
           RECORDING MODE IS F.
       01  FS-ENRG-F-CPTSEQ           PIC X(89).
      *
       FD  F-JRNL
           RECORDING MODE IS F.
       01  FS-ENRG-F-JRNL             PIC X(426).
      *
       FD  F-REFCLI-E
           RECORDING MODE IS F.
       77  WS-CLIENT-CONSERVE       PIC 9(8)  VALUE 0.
       77  WS-NOM-CONSERVE          PIC X(20) VALUE SPACES.
       77  WS-LIMITE-CONSERVEE      PIC S9(8)V99 COMP-3 VALUE 0.
       77  WS-CPT-IMAGE-AVANT       PIC X(200) VALUE SPACES.
       77  WS-HEURE-JOUR            PIC 9(6)  VALUE 0.
       01  WS-DATE-JOUR.
           05 SS                    PIC 99.
           MOVE WS-CPTS-TEL             TO WS-CPT-TEL.
           MOVE WS-CPTS-ADR             TO WS-CPT-ADR.
           MOVE WS-CPTS-TYPE            TO WS-CPT-TYPE.
           MOVE WS-CPTS-PRODUIT         TO WS-CPT-PRODUIT.
      *
      *---------------------------------------------------------------*
      * LA REFERENCE CLIENT PRIME QUAND ELLE PORTE LE COMPTE ; SINON  *
           MOVE WS-CPT-TEL              TO WS-CPTS-TEL.
           MOVE WS-CPT-ADR              TO WS-CPTS-ADR.
           MOVE WS-CPT-TYPE             TO WS-CPTS-TYPE.
           MOVE WS-CPT-PRODUIT          TO WS-CPTS-PRODUIT.
           PERFORM 6070-ECRIRE-F-CPTSEQ-DEB
              THRU 6070-ECRIRE-F-CPTSEQ-FIN.
           PERFORM 6060-LIRE-F-CPTE-ES-DEB
