      *===================================================*
      *   FINDISP  -  INDISPONIBILITES SUR LES REMISES    *
      *   DE CHEQUES (CODE Q AU GUICHET)                  *
      *   FICHIER VSAM KSDS - CLE = IND-CLE               *
      *   (COMPTE + SEQUENCE HISTCLT DE LA LIGNE DE       *
      *   REMISE) : LES REMISES D'UN COMPTE SONT          *
      *   CONTIGUES. LE MONTANT D'UNE REMISE ACTIVE EST   *
      *   CREDITE AU SOLDE MAIS RESTE INDISPONIBLE :      *
      *   GUICHET, PARTI15 ET BALAYAG L'AJOUTENT A LA     *
      *   PART RESERVEE PAR LES SAISIES (DISPONIBLE =     *
      *   SOLDE + DECOUVERT AUTORISE - SAISIES -          *
      *   INDISPONIBLE), CONSCLI AFFICHE LES DEUX SOLDES. *
      *   LA REMISE EST LIBEREE PAR INDLIB APRES N JOURS  *
      *   OUVRES, OU MARQUEE IMPAYEE PAR CLRIN AU RETOUR  *
      *   DU CHEQUE PAR LA COMPENSATION (TYPE U)          *
      *===================================================*
       01  IND-INDISPO.
           05 IND-CLE.
              10 IND-ID-CPTE       PIC X(08).
              10 IND-SEQ           PIC 9(05).
           05 IND-MONTANT          PIC 9(08)V99.
      *    CHEQUE REMIS : NUMERO ET BANQUE TIREE (MEME ZONE QUE
      *    CLR-BANQUE DU FICHIER DE COMPENSATION)
           05 IND-NUM-CHEQUE       PIC 9(07).
           05 IND-BANQUE           PIC X(08).
           05 IND-DATE-REMISE      PIC 9(08).
      *    JOURS OUVRES DECOMPTES PAR INDLIB DEPUIS LA REMISE ET
      *    DATE DU DERNIER DECOMPTE (UNE RELANCE LE MEME JOUR NE
      *    DECOMPTE PAS DEUX FOIS)
           05 IND-JOURS-ECOULES    PIC 9(03).
           05 IND-DATE-DECOMPTE    PIC 9(08).
           05 IND-STATUT           PIC X(01).
              88 IND-ACTIVE           VALUE 'A'.
              88 IND-LIBEREE          VALUE 'L'.
              88 IND-IMPAYEE          VALUE 'I'.
      *    DATE DE LIBERATION OU DE RETOUR IMPAYE
           05 IND-DATE-FIN         PIC 9(08).
      *    TERMINAL DE LA REMISE (RAPPROCHEMENT AVEC HST-SOURCE)
           05 IND-TERM             PIC X(04).
           05 FILLER               PIC X(10).
