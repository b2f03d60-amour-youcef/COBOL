      *===================================================*
      *   FDESHER  -  REGISTRE PERMANENT DES AVOIRS       *
      *   EN DESHERENCE (PROD.CLI.DESHER, KSDS CLE =      *
      *   DSH-ID-CPTE, 200 OCTETS). TENU PAR LE BATCH     *
      *   ANNUEL DESHER : AVIS AU TITULAIRE, DEMANDE DE   *
      *   CLOTURE (CARTE STSCLT DISPOSITION E) PUIS       *
      *   VERSEMENT AU FONDS DE L'ETAT. UNE ENTREE N'EST  *
      *   JAMAIS SUPPRIMEE : ELLE SERT A REPONDRE AUX     *
      *   AYANTS DROIT QUI SE PRESENTENT APRES COUP.      *
      *   L'IDENTITE EST FIGEE AU PREMIER AVIS.           *
      *===================================================*
       01  DSH-REGISTRE.
           05 DSH-ID-CPTE          PIC X(08).
      *    CLIENT RATTACHE (FCLICPT), ZERO SI AUCUN
           05 DSH-NUMERO           PIC 9(08).
           05 DSH-NOM              PIC X(20).
           05 DSH-PRN              PIC X(20).
           05 DSH-DTN              PIC 9(08).
           05 DSH-ADR              PIC X(20).
           05 DSH-CODEP            PIC X(05).
           05 DSH-VILLE            PIC X(25).
      *    O = COMPTE INACTIF (DEPART = DERNIER MOUVEMENT DU
      *    CLIENT), D = TITULAIRE DECEDE (DEPART = DECES)
           05 DSH-TYPE             PIC X(01).
              88 DSH-ORDINAIRE        VALUE 'O'.
              88 DSH-DECES            VALUE 'D'.
      *    DATES AAAAMMJJ ; ZERO TANT QUE L'ETAPE N'EST PAS
      *    ATTEINTE
           05 DSH-DATE-DEPART      PIC 9(08).
           05 DSH-DATE-ECHEANCE    PIC 9(08).
           05 DSH-DATE-AVIS        PIC 9(08).
           05 DSH-DATE-CLOTURE     PIC 9(08).
           05 DSH-DATE-VERSEMENT   PIC 9(08).
      *    SOLDE A LA DEMANDE DE CLOTURE, PUIS MONTANT
      *    EFFECTIVEMENT VERSE AU FONDS
           05 DSH-MONTANT          PIC 9(08)V99.
           05 DSH-DEVISE           PIC X(02).
      *    A = AVIS ENVOYE, C = CLOTURE DEMANDEE,
      *    T = SOLDE VERSE AU FONDS, R = RECLAME (LE COMPTE
      *    A REPRIS VIE AVANT LA CLOTURE)
           05 DSH-STATUT           PIC X(01).
              88 DSH-AVISE            VALUE 'A'.
              88 DSH-CLOTURE-DEMANDEE VALUE 'C'.
              88 DSH-VERSE            VALUE 'T'.
              88 DSH-RECLAME          VALUE 'R'.
      *    AVIS ENVOYE SANS ADRESSE EXPLOITABLE (NPAI OU
      *    CLIENT INCONNU) : L'AGENCE DOIT RECHERCHER LE
      *    TITULAIRE
           05 DSH-AVIS-NPAI        PIC X(01).
           05 FILLER               PIC X(31).
