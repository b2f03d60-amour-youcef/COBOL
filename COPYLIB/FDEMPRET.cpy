      *===================================================*
      *   FDEMPRET  -  DEMANDES DE PRET (NATURE 20)       *
      *   FICHIER VSAM KSDS - CLE = DPR-NUM-DEMANDE       *
      *   (NUMERO DELIVRE PAR LE COMPTEUR 'DPR' DE        *
      *   FCTRLCLI). SAISIE PAR L'ECRAN GESDPRT ; LE      *
      *   BATCH NOCTURNE DECPRET NOTE CHAQUE DEMANDE      *
      *   SAISIE SUR CE QUE LA BANQUE CONNAIT DU CLIENT   *
      *   (SALAIRES, SOLDE MOYEN, REJETS EN SUSPENS,      *
      *   INCIDENTS DE CHEQUES, ECHEANCES DE PRETS EN     *
      *   COURS, SAISIES) ET REND SA DECISION. UNE        *
      *   DEMANDE ACCORDEE OUVRE LE COMPTE DE PRET ET     *
      *   PRODUIT LA CARTE DE PRETGEN. UNE DEMANDE A      *
      *   REVOIR EST TRANCHEE A L'ECRAN PAR UN            *
      *   SUPERVISEUR. AUCUNE DEMANDE N'EST SUPPRIMEE.    *
      *===================================================*
       01  DPR-DEMANDE.
           05 DPR-NUM-DEMANDE      PIC 9(08).
      *    CLIENT FCLIENTS DEMANDEUR ET COMPTE (CLIENT.DAT)
      *    SUR LEQUEL LES ECHEANCES SERONT PRELEVEES
           05 DPR-NUMERO           PIC 9(08).
           05 DPR-CPTE-REMB        PIC X(08).
           05 DPR-MONTANT          PIC 9(08)V99.
      *    DUREE EN MOIS (NOMBRE DE MENSUALITES)
           05 DPR-DUREE            PIC 9(03).
           05 DPR-OBJET            PIC X(20).
      *    REVENU MENSUEL NET DECLARE PAR LE CLIENT
           05 DPR-REVENU           PIC 9(08)V99.
           05 DPR-DATE-SAISIE      PIC 9(08).
           05 DPR-OPID-SAISIE      PIC X(03).
      *    S = SAISIE, A NOTER ; A = ACCORDEE (COMPTE DE PRET
      *    OUVERT, CARTE PRETGEN EMISE) ; R = A REVOIR PAR UN
      *    SUPERVISEUR ; M = ACCORDEE PAR LE SUPERVISEUR, EN
      *    ATTENTE D'OUVERTURE AU PROCHAIN PASSAGE ; D = REFUSEE
           05 DPR-STATUT           PIC X(01).
              88 DPR-SAISIE           VALUE 'S'.
              88 DPR-ACCORDEE         VALUE 'A'.
              88 DPR-A-REVOIR         VALUE 'R'.
              88 DPR-ACCORD-MANUEL    VALUE 'M'.
              88 DPR-REFUSEE          VALUE 'D'.
      *    NOTE SUR 100 ET MOTIFS DE LA DECISION (DECPRET) :
      *    REFUS   IB = INTERDIT BANCAIRE (FINCCHQ),
      *            SA = SAISIE ACTIVE SUR UN COMPTE,
      *            EN = ENDETTEMENT SUPERIEUR A 45 %,
      *            CR = CLIENT INCONNU OU INACTIF, COMPTE DE
      *                 REMBOURSEMENT INCONNU, INACTIF OU
      *                 D'UN AUTRE CLIENT ;
      *    A REVOIR CH = CHEQUE IMPAYE EN SUSPENS,
      *            SI = REJETS SANS PROVISION EN SUSPENS,
      *            ED = ENDETTEMENT ENTRE 33 ET 45 %,
      *            SL = MOINS DE 6 SALAIRES EN 12 MOIS,
      *            SM = SOLDE MOYEN DEBITEUR,
      *            RV = REVENU DECLARE NON ETAYE PAR LES
      *                 SALAIRES DOMICILIES
           05 DPR-SCORE            PIC 9(03).
           05 DPR-MOTIFS.
              10 DPR-MOTIF         PIC X(02) OCCURS 4.
      *    ELEMENTS DU CALCUL : MENSUALITE DU NOUVEAU PRET AU
      *    TAUX FTAUXNAT NATURE 20, TAUX D'ENDETTEMENT (%)
      *    APRES CE PRET
           05 DPR-TAUX-BP          PIC 9(04).
           05 DPR-MENSUALITE       PIC 9(08)V99.
           05 DPR-ENDETTEMENT      PIC 9(03).
           05 DPR-DATE-DECISION    PIC 9(08).
      *    BAT = DECISION DU BATCH, SINON SUPERVISEUR
           05 DPR-OPID-DECISION    PIC X(03).
      *    COMPTE DE PRET OUVERT (DEMANDE ACCORDEE)
           05 DPR-ID-CPTE-PRET     PIC X(08).
           05 FILLER               PIC X(24).
