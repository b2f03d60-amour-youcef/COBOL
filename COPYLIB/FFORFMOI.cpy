      *===================================================*
      *   FFORFMOI  -  RECETTE DES FORFAITS ET FRAIS      *
      *   EXONERES (FORFMOIS.DAT, SEQUENTIEL, 80 OCTETS,  *
      *   ALIMENTE EN EXTENSION). UNE LIGNE PAR COMPTE    *
      *   SOUSCRIPTEUR ET PAR PASSAGE :                   *
      *   SOURCE P18  = FIN DE MOIS PARTI18 (PRIX DU      *
      *                 FORFAIT PRELEVE, FRAIS DE LA      *
      *                 NATURE EXONERE) ;                 *
      *   SOURCE FACT = FACTURATION A L'OPERATION FACTMVT *
      *                 (OPERATIONS EXONEREES, PRIX ZERO).*
      *   EDITE PAR FORFRPT POUR UN MOIS DONNE.           *
      *===================================================*
       01  FFM-LIGNE.
      *    MOIS CONCERNE (AAAAMM) ET DATE DU PASSAGE
           05 FFM-MOIS             PIC 9(06).
           05 FFM-DATE             PIC 9(08).
           05 FFM-SOURCE           PIC X(04).
              88 FFM-FIN-DE-MOIS      VALUE 'P18 '.
              88 FFM-FACTURATION      VALUE 'FACT'.
           05 FFM-ID-CPTE          PIC X(08).
           05 FFM-CODE-OFFRE       PIC X(04).
      *    PART DU PRELEVEMENT REVENANT AU FORFAIT
           05 FFM-PRIX-FACTURE     PIC 9(08)V99.
      *    FRAIS INDIVIDUELS QUI AURAIENT ETE PRELEVES SANS
      *    LE FORFAIT
           05 FFM-FRAIS-EXONERES   PIC 9(08)V99.
           05 FFM-REGION           PIC X(02).
           05 FILLER               PIC X(28).
