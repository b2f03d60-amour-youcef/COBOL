      *===================================================*
      *   FREVDEC  -  PROPOSITION DE REVISION DU          *
      *   DECOUVERT AUTORISE (DEC-CLT), PRODUITE PAR LA   *
      *   REVUE TRIMESTRIELLE REVDEC, ET CARTE DE MISE A  *
      *   JOUR DECCART LUE PAR MAJDEC : L'AGENCE RENVOIE  *
      *   LES LIGNES ACCEPTEES (COLONNES 1 A 22), EN      *
      *   CORRIGEANT AU BESOIN LE MONTANT PROPOSE. LE     *
      *   DECOUVERT ACTUEL SERT DE CONTROLE : UNE CARTE   *
      *   DONT LE COMPTE A CHANGE DEPUIS LA REVUE EST     *
      *   REJETEE. UNE LIGNE COMMENCANT PAR '*' EST UN    *
      *   COMMENTAIRE.                                    *
      *===================================================*
       01  RD-PROPOSITION.
           05 RD-ID-CPTE           PIC X(08).
           05 FILLER               PIC X(01).
           05 RD-DEC-ACTUEL        PIC 9(06).
           05 FILLER               PIC X(01).
           05 RD-DEC-PROPOSE       PIC 9(06).
           05 FILLER               PIC X(01).
      *    SENS DE LA PROPOSITION : H = HAUSSE, B = BAISSE
           05 RD-SENS              PIC X(01).
              88 RD-HAUSSE            VALUE 'H'.
              88 RD-BAISSE            VALUE 'B'.
           05 FILLER               PIC X(01).
      *    MOTIFS : SH = SALAIRES EN HAUSSE, SB = SALAIRES EN
      *    BAISSE, SN = AUCUN SALAIRE DOMICILIE, CH = CHEQUE
      *    IMPAYE, SI = REJETS PROVISION INSUFFISANTE, DP =
      *    DEPASSEMENTS DE L'AUTORISATION, DC = DEBITEUR
      *    CHRONIQUE (PLUS DE LA MOITIE DE LA PERIODE)
           05 RD-MOTIFS.
              10 RD-MOTIF          PIC X(02) OCCURS 3.
           05 FILLER               PIC X(01).
           05 RD-AGENCE            PIC X(02).
           05 RD-REGION            PIC X(02).
           05 RD-DATE-REVUE        PIC 9(08).
           05 FILLER               PIC X(36).
