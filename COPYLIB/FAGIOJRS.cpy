      *===================================================*
      *   FAGIOJRS -  JOURS DEBITEURS DE LA PERIODE PAR   *
      *   COMPTE, PRODUITS PAR AGIOS (UNE LIGNE PAR       *
      *   COMPTE ACTIF DONT LA NATURE PORTE UN TAUX       *
      *   DEBITEUR, MEME SANS JOUR DEBITEUR). FICHIER     *
      *   SEQUENTIEL EN ORDRE DE CLIENT.DAT (ID-CPTE),    *
      *   REPRIS PAR LA REVUE DES DECOUVERTS REVDEC.      *
      *   DEPASSEMENT = JOUR OU LE SOLDE RECONSTITUE      *
      *   EXCEDE LE DECOUVERT AUTORISE DEC-CLT.           *
      *===================================================*
       01  AJ-JOURS.
           05 AJ-ID-CPTE           PIC X(08).
           05 AJ-DATE-DEBUT        PIC 9(08).
           05 AJ-DATE-FIN          PIC 9(08).
           05 AJ-JOURS-DEBITEURS   PIC 9(03).
           05 AJ-JOURS-DEPASSEMENT PIC 9(03).
      *    SOMME DES DECOUVERTS JOURNALIERS (ASSIETTE DE L'AGIO)
           05 AJ-ASSIETTE          PIC 9(11)V99.
           05 AJ-DEC-CLT           PIC 9(06).
           05 FILLER               PIC X(31).
