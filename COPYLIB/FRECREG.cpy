      *===================================================*
      *   FRECREG  -  CARTE DES REGLES DE SEPARATION DES  *
      *   FONCTIONS (COMBINAISONS D'HABILITATIONS         *
      *   INTERDITES A UN MEME OPERATEUR), LUE PAR RECERT *
      *   UNE REGLE PAR CARTE ; '*' EN COLONNE 1 =        *
      *   COMMENTAIRE. LES HABILITATIONS SONT DESIGNEES   *
      *   PAR LEUR LETTRE :                               *
      *     C = CREATION      O = CONSULTATION            *
      *     M = MODIFICATION  S = SUPPRESSION             *
      *     L = LISTE         A = ADMINISTRATION          *
      *     G = GUICHET       V = VISA SUPERVISEUR        *
      *     K = REVUE KYC     N = NOTES DE CONTACT        *
      *===================================================*
       01  RG-REGLE.
           05 RG-CODE              PIC X(04).
           05 FILLER               PIC X(01).
           05 RG-HABIL-1           PIC X(01).
           05 RG-HABIL-2           PIC X(01).
           05 FILLER               PIC X(01).
           05 RG-LIBELLE           PIC X(40).
           05 FILLER               PIC X(32).
