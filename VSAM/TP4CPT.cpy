              88 WS-CPT-SUCC-LIBRE   VALUE '0' ' '.
           05 WS-CPT-DATE-DECES      PIC 9(8).
      *--------------------------------------------------------*
      * CLIENTELE FINANCIEREMENT FRAGILE : POSE ET LEVE PAR LA *
      * MAINTENANCE, IL ABAISSE LE PLAFOND MENSUEL DES         *
      * COMMISSIONS D'INTERVENTION. LA ZONE OCCUPE UN OCTET DE *
      * RESERVE.                                               *
      *--------------------------------------------------------*
           05 WS-CPT-FRAGILE         PIC X.
              88 WS-CPT-FRAGILE-ACTIF VALUE '1'.
              88 WS-CPT-FRAGILE-LEVE VALUE '0' ' '.
      *--------------------------------------------------------*
      * PRODUIT D'EPARGNE REGLEMENTEE (COMPTES DE TYPE 'E') :  *
      * LA = LIVRET A, LD = LDDS, LE = LEP, LJ = LIVRET JEUNE. *
      * LES DEPOTS ET VIREMENTS RECUS NE PEUVENT PORTER LE     *
      * SOLDE AU-DELA DU PLAFOND DU PRODUIT (PARAMETRES DATES  *
      * PLAFLIVA, PLAFLDDS, PLAFLEP, PLAFLJEU) ; LES INTERETS  *
      * CAPITALISES RESTENT ADMIS AU-DELA. ZONE A BLANC :      *
      * COMPTE NON REGLEMENTE. UNE ZONE DE RESERVE EST         *
      * AJOUTEE POUR LES EVOLUTIONS A VENIR : L'ENREGISTREMENT *
      * PASSE DE 172 A 200 OCTETS.                             *
      *--------------------------------------------------------*
           05 WS-CPT-PRODUIT         PIC X(02).
              88 WS-CPT-LIVRET-A     VALUE 'LA'.
              88 WS-CPT-LDDS         VALUE 'LD'.
              88 WS-CPT-LEP          VALUE 'LE'.
              88 WS-CPT-LIVRET-JEUNE VALUE 'LJ'.
              88 WS-CPT-REGLEMENTE   VALUE 'LA' 'LD' 'LE' 'LJ'.
              88 WS-CPT-NON-REGLEMENTE VALUE '  '.
      *--------------------------------------------------------*
      * GEL DES AVOIRS (SANCTIONS) : POSE PAR LA MAINTENANCE   *
      * QUAND LA CONFORMITE CONFIRME UNE CORRESPONDANCE DU      *
      * CLIENT AVEC LA LISTE NATIONALE OU EUROPEENNE DE GEL,   *
      * IL BLOQUE TOUT DEBIT COMME LE GEL SUCCESSION (LES      *
      * CREDITS RESTENT ADMIS) JUSQU'A SA LEVEE PAR LA         *
      * MAINTENANCE. LA DATE EST CELLE DE LA POSE, LA          *
      * REFERENCE CELLE DE L'ENTREE DE LA LISTE. LES ZONES     *
      * OCCUPENT 19 OCTETS DE RESERVE : L'ENREGISTREMENT RESTE *
      * A 200 OCTETS.                                          *
      *--------------------------------------------------------*
           05 WS-CPT-GEL-AVOIRS      PIC X.
              88 WS-CPT-GELAV-ACTIF  VALUE '1'.
              88 WS-CPT-GELAV-LEVE   VALUE '0' ' '.
           05 WS-CPT-GELAV-DATE      PIC 9(8).
           05 WS-CPT-GELAV-REF       PIC X(10).
      *--------------------------------------------------------*
      * RELEVE ELECTRONIQUE CFONB 120 : POSE ET LEVE PAR LA    *
      * MAINTENANCE POUR LES CLIENTS ENTREPRISES ABONNES AU    *
      * SERVICE ; LE COMPTE FIGURE ALORS CHAQUE JOUR DANS LE   *
      * FICHIER DE RELEVES DE SON CLIENT. LA ZONE OCCUPE UN    *
      * OCTET DE RESERVE : L'ENREGISTREMENT RESTE A 200        *
      * OCTETS.                                                *
      *--------------------------------------------------------*
           05 WS-CPT-CFONB           PIC X.
              88 WS-CPT-CFONB-ACTIF  VALUE '1'.
              88 WS-CPT-CFONB-LEVE   VALUE '0' ' '.
      *--------------------------------------------------------*
      * CONTENTIEUX : POSE PAR LE CYCLE DE RELANCE DES COMPTES *
      * DEBITEURS AU TRANSFERT DU DOSSIER AU SERVICE DU        *
      * RECOUVREMENT, IL BLOQUE TOUT DEBIT COMME LE GEL        *
      * SUCCESSION (LES CREDITS RESTENT ADMIS) ; LES CARTES DU *
      * COMPTE SONT BLOQUEES AU MEME MOMENT. IL EST LEVE PAR   *
      * LA MAINTENANCE A LA CLOTURE DU DOSSIER. LA ZONE OCCUPE *
      * UN OCTET DE RESERVE : L'ENREGISTREMENT RESTE A 200     *
      * OCTETS.                                                *
      *--------------------------------------------------------*
           05 WS-CPT-CONTENTIEUX     PIC X.
              88 WS-CPT-CTX-ACTIF    VALUE '1'.
              88 WS-CPT-CTX-LEVE     VALUE '0' ' '.
      *--------------------------------------------------------*
      * OPPOSITION AU DEMARCHAGE COMMERCIAL : POSEE ET LEVEE   *
      * PAR LA MAINTENANCE A LA DEMANDE DU CLIENT, ELLE EXCLUT *
      * LE CLIENT DES CAMPAGNES DE CIBLAGE COMMERCIAL (UN SEUL *
      * COMPTE OPPOSE SUFFIT A EXCLURE LE CLIENT). LA ZONE     *
      * OCCUPE UN OCTET DE RESERVE : L'ENREGISTREMENT RESTE A  *
      * 200 OCTETS.                                            *
      *--------------------------------------------------------*
           05 WS-CPT-OPPOS-COM       PIC X.
              88 WS-CPT-OPPOS-ACTIVE VALUE '1'.
              88 WS-CPT-OPPOS-LEVEE  VALUE '0' ' '.
           05 FILLER                 PIC X(04).
