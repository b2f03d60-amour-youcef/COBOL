      *===================================================*
      *   FMVTCOF  -  JOURNAL DES MOUVEMENTS DES COFFRES  *
      *   D'AGENCE                                        *
      *   FICHIER VSAM ESDS - UN ENREGISTREMENT PAR       *
      *   MOUVEMENT DU COFFRE (FCOFFRE) : ECRIT PAR       *
      *   GESCAIS A L'OUVERTURE (T) ET A LA FERMETURE (C) *
      *   DU TIROIR, PAR GESCOFF POUR LES LIVRAISONS (L)  *
      *   ET REMISES (R) DU CENTRE FORT. PISTE D'AUDIT    *
      *   DES MOUVEMENTS (RECHERCHE DES ECARTS COFEOD).   *
      *===================================================*
       01  MCF-MOUVEMENT.
           05 MCF-DATE             PIC 9(08).
           05 MCF-HEURE            PIC 9(06).
           05 MCF-AGENCE.
              10 MCF-ID-REGION     PIC X(02).
              10 MCF-CODE-AG       PIC X(02).
           05 MCF-OPID             PIC X(03).
           05 MCF-TERM             PIC X(04).
           05 MCF-SENS             PIC X(01).
              88 MCF-VERS-TIROIR      VALUE 'T'.
              88 MCF-DU-TIROIR        VALUE 'C'.
              88 MCF-LIVRAISON        VALUE 'L'.
              88 MCF-REMISE           VALUE 'R'.
           05 MCF-MONTANT          PIC 9(10)V99.
      *    OPERATEUR DU TIROIR (T, C) OU REFERENCE DU
      *    BORDEREAU DU CENTRE FORT (L, R)
           05 MCF-REFERENCE        PIC X(12).
           05 FILLER               PIC X(30).
