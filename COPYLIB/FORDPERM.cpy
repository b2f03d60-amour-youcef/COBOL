      *   (LA DATE RESTE CONTRACTUELLE, MEME UN FERIE :   *
      *   L'ORDRE S'EXECUTE AU PREMIER PASSAGE DE NUIT    *
      *   QUI SUIT).                                      *
      *   LE PIN DU TITULAIRE EST CONTROLE A LA SAISIE    *
      *   (GESORDP) MAIS N'EST PAS CONSERVE : OP-PIN      *
      *   RESTE A ZERO ET LE MOUVEMENT GENERE PORTE LA    *
      *   MARQUE 'O' (ORDRE AUTORISE) POUR PARTI15.       *
      *   UN ORDRE VISE SOIT UN COMPTE DE LA MAISON       *
      *   (OP-CPTE-CIBLE, VIREMENT CODE V), SOIT UN       *
      *   BENEFICIAIRE D'UNE AUTRE BANQUE (OP-IBAN-EXT,   *
      *   VIREMENT EXTERNE CODE E), JAMAIS LES DEUX.      *
      *===================================================*
       01  OP-ORDRE.
           05 OP-CLE.
      *    D'ORIGINE (STOCK ANTERIEUR : ZERO/BLANC, AMORCE
      *    PAR ORDPERM AU PREMIER REPORT)
           05 OP-JOUR-CONVENU      PIC 9(02).
      *    IBAN FR DU BENEFICIAIRE EXTERNE, CONTROLE (MOD 97)
      *    A LA SAISIE ; BLANC POUR UN VIREMENT INTERNE
           05 OP-IBAN-EXT          PIC X(27).
           05 FILLER               PIC X(09).
