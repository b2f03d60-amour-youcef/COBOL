           05 EMP-SALARY           PIC 9(09).
           05 EMP-DEPARTMENT       PIC X(30).
           05 EMP-GENDER           PIC X(01).
      *    STATUT ET DATE DE SORTIE REPRIS DU MASTER PAR
      *    RECFEMP (T = SORTI DES EFFECTIFS PAR LA CHAINE
      *    UPDATEEMPLOYEE, DATE EN AAAAMMJJ)
           05 EMP-STATUS           PIC X(01).
              88 EMP-TERMINE          VALUE 'T'.
           05 EMP-TERMDATE         PIC 9(08).
           05 FILLER               PIC X(01).
