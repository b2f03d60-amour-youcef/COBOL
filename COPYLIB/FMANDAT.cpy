      *   LES LIMITES DU MANDAT ; CHAQUE USAGE LAISSE UNE *
      *   LIGNE 'M' DANS FAUDPIN AVEC LA REFERENCE DU     *
      *   MANDAT. ENTRETENU PAR L'ECRAN GESMAND.          *
      *   LE CODE N'EST CONSERVE QUE SOUS FORME           *
      *   D'EMPREINTE A SENS UNIQUE (MODULE pgpin) AVEC   *
      *   SON SEL ; MDT-CODE RESTE A ZERO.                *
      *===================================================*
       01  MDT-MANDAT.
           05 MDT-CLE.
              10 MDT-SEQ           PIC 9(02).
           05 MDT-NOM              PIC X(10).
           05 MDT-PRN              PIC X(10).
      *    CODE EN CLAIR : PLUS UTILISE, TOUJOURS A ZERO
           05 MDT-CODE             PIC 9(04).
           05 MDT-OP-D             PIC X(01).
           05 MDT-OP-R             PIC X(01).
           05 MDT-STATUT           PIC X(01).
              88 MDT-ACTIF            VALUE 'A'.
              88 MDT-REVOQUE          VALUE 'R'.
           05 MDT-SEL              PIC X(08).
           05 MDT-EMPREINTE        PIC X(16).
           05 FILLER               PIC X(04).
