      *   MENT VERS LE COMPTE DE PRET, SOURCE PRET) ET    *
      *   LES MARQUE PRELEVEES ; LES IMPAYES RESSORTENT   *
      *   DU SUSPENS PAR PRETARR.                         *
      *   UN REMBOURSEMENT ANTICIPE (PRETANT) MARQUE LES  *
      *   ECHEANCES RESTANTES REMPLACEES (STATUT R, DATE  *
      *   DE REMPLACEMENT) ET ECRIT LE NOUVEAU PLAN A LA  *
      *   SUITE (NUMEROS APRES LE DERNIER DU PRET) : LES  *
      *   LIGNES REMPLACEES RESTENT POUR L'AUDIT.         *
      *===================================================*
       01  PSH-ECHEANCE.
           05 PSH-CLE.
           05 PSH-STATUT           PIC X(01).
              88 PSH-A-PRELEVER       VALUE 'A'.
              88 PSH-PRELEVEE         VALUE 'P'.
              88 PSH-REMPLACEE        VALUE 'R'.
           05 PSH-DATE-REMPL       PIC 9(08).
           05 FILLER               PIC X(14).
