      *===================================================*
      *   FCARTE  -  ENREGISTREMENT FICHIER DES CARTES    *
      *   DE DEBIT RATTACHEES AUX COMPTES                 *
      *   FICHIER VSAM KSDS - CLE = CRT-NUMERO            *
      *   NUMERO DE CARTE = BIN DE LA BANQUE (6) + COMPTE *
      *   (8) + RANG DE LA CARTE SUR LE COMPTE (1) + CLE  *
      *   DE LUHN (1) : LES CARTES D'UN COMPTE SONT       *
      *   CONTIGUES DANS LE FICHIER. UNE SEULE CARTE      *
      *   ACTIVE PAR COMPTE : L'ACTIVATION D'UNE CARTE    *
      *   DE REMPLACEMENT PASSE LA PRECEDENTE AU STATUT R.*
      *   ENTRETENU PAR L'ECRAN GESCART ; LES CUMULS DU   *
      *   JOUR SONT TENUS PAR LE BATCH CARTIN QUI POSTE   *
      *   LES TRANSACTIONS CARTE DE LA NUIT (CODE K).     *
      *===================================================*
       01  CRT-CARTE.
           05 CRT-NUMERO           PIC X(16).
           05 CRT-NUMERO-R REDEFINES CRT-NUMERO.
              10 CRT-BIN           PIC X(06).
              10 CRT-CPTE-NUM      PIC X(08).
              10 CRT-RANG          PIC 9(01).
              10 CRT-CLE-LUHN      PIC 9(01).
           05 CRT-ID-CPTE          PIC X(08).
      *    FIN DE VALIDITE (AAAAMM) : LA CARTE SERT JUSQU'AU
      *    DERNIER JOUR DU MOIS
           05 CRT-EXPIRATION       PIC 9(06).
           05 CRT-STATUT           PIC X(01).
              88 CRT-COMMANDEE        VALUE 'C'.
              88 CRT-ACTIVE           VALUE 'A'.
              88 CRT-PERDUE           VALUE 'P'.
              88 CRT-VOLEE            VALUE 'V'.
              88 CRT-BLOQUEE          VALUE 'P' 'V'.
              88 CRT-REMPLACEE        VALUE 'R'.
      *    PLAFONDS JOURNALIERS EN UNITES (RETRAITS DAB,
      *    PAIEMENTS CHEZ LES COMMERCANTS)
           05 CRT-PLF-RETRAIT      PIC 9(04).
           05 CRT-PLF-ACHAT        PIC 9(04).
           05 CRT-DATE-STATUT      PIC 9(08).
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 CRT-OPID             PIC X(03).
      *    CUMULS DU JOUR CRT-CUMUL-DATE (BATCH CARTIN)
           05 CRT-CUMUL-DATE       PIC 9(08).
           05 CRT-CUMUL-RETRAIT    PIC 9(05)V99.
           05 CRT-CUMUL-ACHAT      PIC 9(05)V99.
           05 FILLER               PIC X(08).
