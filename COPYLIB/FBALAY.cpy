      *===================================================*
      *   FBALAY  -  CONVENTIONS DE BALAYAGE ENTRE UN     *
      *   COMPTE COURANT ET UN COMPTE D'EPARGNE DU MEME   *
      *   CLIENT                                          *
      *   FICHIER VSAM KSDS - CLE = BAL-CPTE-COURANT      *
      *   (UNE CONVENTION PAR COMPTE COURANT), 80 OCTETS. *
      *   ENTRETENU PAR L'ECRAN GESBALA. CHAQUE NUIT,     *
      *   APRES LE POSTING, LE BATCH BALAYAG COMPARE LE   *
      *   SOLDE DU COMPTE COURANT AUX SEUILS : L'EXCEDENT *
      *   AU-DESSUS DU SEUIL HAUT PART SUR L'EPARGNE, UN  *
      *   SOLDE SOUS LE PLANCHER EST RECOMPLETE DEPUIS    *
      *   L'EPARGNE. LES VIREMENTS (CODE V, SOURCE BALA)  *
      *   SONT PASSES PAR LE POSTING SUIVANT.             *
      *===================================================*
       01  BAL-CONVENTION.
           05 BAL-CPTE-COURANT     PIC X(08).
           05 BAL-CPTE-EPARGNE     PIC X(08).
      *    CLIENT TITULAIRE DES DEUX COMPTES (FCLICPT)
           05 BAL-NUMERO-CLI       PIC 9(08).
      *    SOLDE AU-DELA DUQUEL L'EXCEDENT EST VIRE A L'EPARGNE
           05 BAL-SEUIL-HAUT       PIC 9(08)V99.
      *    SOLDE MINIMUM RECOMPLETE DEPUIS L'EPARGNE (ZERO =
      *    COUVERTURE DU SEUL DECOUVERT)
           05 BAL-PLANCHER         PIC 9(08)V99.
      *    SENS : E = VERS L'EPARGNE SEULEMENT, C = COUVERTURE
      *    DU COMPTE COURANT SEULEMENT, D = DANS LES DEUX SENS
           05 BAL-SENS             PIC X(01).
              88 BAL-SENS-EPARGNE     VALUE 'E' 'D'.
              88 BAL-SENS-COUVERTURE  VALUE 'C' 'D'.
              88 BAL-SENS-VALIDE      VALUE 'E' 'C' 'D'.
      *    A = ACTIVE, S = SUSPENDUE, R = RESILIEE (CONSERVEE)
           05 BAL-STATUT           PIC X(01).
              88 BAL-ACTIVE           VALUE 'A'.
              88 BAL-SUSPENDUE        VALUE 'S'.
              88 BAL-RESILIEE         VALUE 'R'.
           05 BAL-DATE-CREA        PIC 9(08).
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 BAL-OPID             PIC X(03).
      *    DERNIER BALAYAGE GENERE (DATE DU PASSAGE ET MONTANT,
      *    NEGATIF POUR UNE COUVERTURE DEPUIS L'EPARGNE)
           05 BAL-DATE-DERN        PIC 9(08).
           05 BAL-MONTANT-DERN     PIC S9(08)V99.
           05 FILLER               PIC X(05).
