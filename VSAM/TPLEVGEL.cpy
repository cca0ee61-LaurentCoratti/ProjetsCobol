      *--------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES         *
      * CORRESPONDANCES LEVEES PAR LA CONFORMITE (FAUX         *
      * POSITIFS DU CRIBLAGE) (F-LEVGEL-E, LEVGEL.txt)         *
      *--------------------------------------------------------*
      * UNE LEVEE PORTE SUR UN COUPLE ENTREE DE LA LISTE /     *
      * CLIENT ('C', CRIBLAGE DES NOMS) OU ENTREE DE LA LISTE  *
      * / IBAN ('I', CRIBLAGE DES VIREMENTS) : LE MEME COUPLE  *
      * N'EST PLUS SIGNALE NI RETENU. UNE NOUVELLE ENTREE DE   *
      * LA LISTE (AUTRE REFERENCE) EST EXAMINEE A NOUVEAU.     *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-LEV.
           05 WS-LEV-TYPE            PIC X.
              88 WS-LEV-CLIENT-LEVE  VALUE 'C'.
              88 WS-LEV-IBAN-LEVE    VALUE 'I'.
           05 WS-LEV-REF             PIC X(10).
           05 WS-LEV-CLIENT          PIC 9(08).
           05 WS-LEV-IBAN            PIC X(27).
           05 WS-LEV-DATE            PIC 9(08).
           05 WS-LEV-VISA            PIC X(08).
           05 FILLER                 PIC X(18).
      *
      *--------------------------------------------------------*
      * TABLE DES LEVEES, CHARGEE AU LANCEMENT                 *
      *--------------------------------------------------------*
       77  WS-MAX-LEVGEL             PIC S9(4) COMP VALUE 500.
       01  WS-TABLE-LEVGEL.
           05 WS-TLV-NB              PIC S9(4) COMP VALUE 0.
           05 WS-TLV-POSTE           OCCURS 500
                                     INDEXED BY IDX-LEV.
              10 WS-TLV-TYPE         PIC X.
              10 WS-TLV-REF          PIC X(10).
              10 WS-TLV-CLIENT       PIC 9(08).
              10 WS-TLV-IBAN         PIC X(27).
