           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(58).
      *
      *------------------------------------------------------*
      *   TABLE DE TRAVAIL POUR LA PAGE COURANTE             *
