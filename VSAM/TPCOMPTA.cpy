      * LIGNE CREDIT) PAR FAMILLE DE MOUVEMENTS ET PAR TYPE DE *
      * PORTEFEUILLE, SUIVI D'UN TRAILER DE CONTROLE DONT LE   *
      * NET DOIT ETRE NUL. FAMILLES : RET DEP CB  VIR INT CHQ  *
      * PRL REM (REMISES DE CHEQUES) RIM (IMPAYES SUR REMISES),*
      * PLUS LES ECRITURES DE REGLEMENT INTER-AGENCES          *
      * 'LXY' (X = AGENCE DONNEUSE, Y = AGENCE BENEFICIAIRE),  *
      * ELLES AUSSI EQUILIBREES DEUX A DEUX ET HORS CONTROLE   *
      * DES FAMILLES, ET LE FLOTTANT 'FLT' DES REMISES ENCORE  *
      * EN COMPENSATION, EGALEMENT HORS CONTROLE.              *
      * LES ARRETES DE FIN DE MOIS PRODUISENT LEUR PROPRE      *
      * FICHIER DANS LE MEME DESSIN : GAINS ET PERTES DE       *
      * CHANGE DE LA REEVALUATION DES DEVISES (RVG RVP,        *
      * SUFFIXE _REV), INTERETS COURUS EPARGNE ET AGIOS        *
      * COURUS PROVISIONNES (ICN ACN) ET LEUR EXTOURNE DATEE   *
      * DU PREMIER JOUR DU MOIS SUIVANT (XIC XAC, SUFFIXE      *
      * _PRV).                                                 *
      *--------------------------------------------------------*
      *
       01  WS-ENRG-F-CPTA.
              10 WS-CPTA-PORTEF      PIC X.
              10 WS-CPTA-SENS        PIC X.
              10 WS-CPTA-MONTANT     PIC 9(11)V99.
      *--------------------------------------------------------*
      * NATURE DE L'ECRITURE : 'X' POUR LES ECRITURES DE       *
      * CONTRE-PASSATION DES MOUVEMENTS ANNULES DU JOUR,       *
      * PASSEES SOUS LA FAMILLE DU MOUVEMENT D'ORIGINE ET EN   *
      * SENS INVERSE ; BLANC POUR LES ECRITURES COURANTES.     *
      *--------------------------------------------------------*
              10 WS-CPTA-NATURE      PIC X.
                 88 WS-CPTA-COURANTE VALUE SPACE.
                 88 WS-CPTA-EXTOURNE VALUE 'X'.
              10 FILLER              PIC X(50).
           05 WS-CPTA-TRL REDEFINES WS-CPTA-CORPS.
              10 WS-CPTA-TOTDB       PIC 9(11)V99.
              10 WS-CPTA-TOTCR       PIC 9(11)V99.
