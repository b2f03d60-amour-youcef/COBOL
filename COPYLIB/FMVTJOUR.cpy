      *===================================================*
      *   FMVTJOUR  -  MOUVEMENTS DU JOUR                 *
      *   IMAGE DE 100 OCTETS DE CHAQUE LIGNE HISTCLT     *
      *   ECRITE DEPUIS LA DERNIERE FIN DE JOURNEE :      *
      *   - FICHIER BRUT MVTJBRUT (SEQUENTIEL, ECRIT EN   *
      *     EXTENSION PAR LES POSTINGS BATCH) ET FICHIER  *
      *     VSAM ESDS FMVTJTP (GUICHET, OUVRCPT) ;        *
      *   - FICHIER DU JOUR MVTJOUR, CONSOLIDE ET TRIE    *
      *     PAR COMPTE + SEQUENCE PAR MVTJCTL, CONTROLE   *
      *     CONTRE HISTCLT, LU PAR LES ETATS DE FIN DE    *
      *     JOURNEE AU LIEU DE HISTCLT, PUIS ARCHIVE EN   *
      *     GENERATION DATEE.                             *
      *   UNE CONTREPASSATION MARQUE LA LIGNE D'ORIGINE   *
      *   ANNULEE (STATUT A) PAR REWRITE : L'IMAGE DE LA  *
      *   LIGNE MARQUEE EST ALORS ECRITE AUSSI, AVEC      *
      *   MVJ-IMAGE = 'A'. MVTJCTL REPORTE LE MARQUAGE    *
      *   SUR LA LIGNE DU JOUR ; SI LA LIGNE D'ORIGINE    *
      *   EST D'UN JOUR PRECEDENT, L'IMAGE A RESTE DANS   *
      *   LE FICHIER DU JOUR (FENETRE DE STRUCDET).       *
      *===================================================*
       01  MVJ-MOUVEMENT.
           05 MVJ-CLE.
              10 MVJ-ID-CPTE       PIC X(08).
              10 MVJ-SEQ           PIC 9(05).
           05 MVJ-DATE             PIC 9(08).
           05 MVJ-CODE             PIC X(01).
           05 MVJ-MONTANT          PIC 9(08)V99.
           05 MVJ-SLD-APRES        PIC S9(08)V99.
           05 MVJ-SOURCE           PIC X(04).
           05 MVJ-ANNUL-STATUT     PIC X(01).
              88 MVJ-ANNULEE          VALUE 'A'.
           05 MVJ-ANNUL-SEQ        PIC 9(05).
           05 MVJ-ANNUL-DATE       PIC 9(08).
           05 MVJ-ANNUL-CODE       PIC X(01).
           05 MVJ-LIBELLE          PIC X(18).
           05 FILLER               PIC X(01).
           05 MVJ-REF-POSTING.
              10 MVJ-REF-DATE      PIC 9(08).
              10 MVJ-REF-RANG      PIC 9(07).
      *    ESPACE = LIGNE ECRITE ; A = MARQUAGE D'ANNULATION
           05 MVJ-IMAGE            PIC X(01).
              88 MVJ-LIGNE-ECRITE     VALUE SPACE.
              88 MVJ-MARQUAGE         VALUE 'A'.
           05 FILLER               PIC X(04).
