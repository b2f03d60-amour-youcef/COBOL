      *   DEVISE. LE CODE DEVISE EST CELUI PORTE PAR      *
      *   DEV-CLT SUR CLIENT.DAT (BLANC = MONNAIE DE      *
      *   TENUE, JAMAIS DANS CE FICHIER).                 *
      *   LES MARGES (POINTS DE BASE) S'APPLIQUENT AUX    *
      *   OPERATIONS DE CHANGE ESPECES DU GUICHET : LA    *
      *   BANQUE VEND LA DEVISE AU COURS MAJORE DE LA     *
      *   MARGE DE VENTE ET L'ACHETE AU COURS MINORE DE   *
      *   LA MARGE D'ACHAT.                               *
      *===================================================*
       01  TXD-TXDEV.
           05 TXD-CLE.
              10 TXD-DEVISE        PIC X(02).
              10 TXD-DATE-EFFET    PIC 9(08).
           05 TXD-COURS            PIC 9(03)V9(06).
           05 TXD-MARGE-ACHAT-BP   PIC 9(04).
           05 TXD-MARGE-VENTE-BP   PIC 9(04).
           05 FILLER               PIC X(53).
