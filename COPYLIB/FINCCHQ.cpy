      *===================================================*
      *   FINCCHQ  -  REGISTRE DES INCIDENTS DE PAIEMENT  *
      *   DE CHEQUES PAR CLIENT (FCLIENTS)                *
      *   FICHIER VSAM KSDS - CLE = INC-CLE               *
      *   (CLIENT + COMPTE TIRE + NUMERO DE CHEQUE) : LES *
      *   INCIDENTS D'UN CLIENT SONT CONTIGUS. ALIMENTE   *
      *   PAR INCCHQ DEPUIS LES REJETS 'CH' RESTES EN     *
      *   SUSPENS AU-DELA DU DELAI DE REGULARISATION. UN  *
      *   CLIENT PORTANT AU MOINS UN INCIDENT ACTIF EST   *
      *   INTERDIT DE CHEQUIER : CHQEMIS LUI REFUSE TOUT  *
      *   CARNET ET RETIRE SES CARNETS ACTIFS.            *
      *===================================================*
       01  INC-INCIDENT.
           05 INC-CLE.
              10 INC-NUMERO        PIC 9(08).
              10 INC-ID-CPTE       PIC X(08).
              10 INC-NUM-CHEQUE    PIC 9(07).
      *    PREMIERE PRESENTATION (ENTREE EN SUSPENS) ET
      *    INSCRIPTION AU REGISTRE, EN AAAAMMJJ
           05 INC-DATE-REJET       PIC 9(08).
           05 INC-DATE-INSCRIPTION PIC 9(08).
           05 INC-MONTANT          PIC 9(08)V99.
           05 INC-STATUT           PIC X(01).
              88 INC-ACTIF            VALUE 'A'.
              88 INC-REGULARISE       VALUE 'R'.
           05 INC-DATE-REGUL       PIC 9(08).
           05 FILLER               PIC X(22).
