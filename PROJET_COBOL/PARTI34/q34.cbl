      *     MOUVEMENTS DE L'ANNEE DEMANDEE (PARM = AAAA) SONT
      *     AGREGES PAR COMPTE DEPUIS L'HISTORIQUE HISTCLT.DAT
      *     EN SEPARANT LES INTERETS (I, BRUTS), LA RETENUE A
      *     LA SOURCE (P) ET LES FRAIS (F) DE FIN DE MOIS, NETS
      *     DES REMBOURSEMENTS DE FRAIS (G), DES MOUVEMENTS
      *     ORDINAIRES (D/R/V/T). UN RELEVE
      *     RECAPITULATIF PAR CLIENT EST PRODUIT (RECAPAN.DAT)
      *     AINSI QU'UNE SYNTHESE PAR REGION POUR LA DIRECTION
      *     FINANCIERE (RECAPREG.DAT).
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(58).
        FD FCLT.
        01 REC-CLT.
           05  ID-CPTE    PIC X(08).
         01 WS-CUM-INTERETS  PIC 9(09)V99 VALUE ZERO.
         01 WS-CUM-RETENUES  PIC 9(09)V99 VALUE ZERO.
         01 WS-CUM-INT-NET   PIC S9(09)V99 VALUE ZERO.
      *    FRAIS NETS DES REMBOURSEMENTS : SIGNES (UN
      *    REMBOURSEMENT PEUT PORTER SUR DES FRAIS DE L'ANNEE
      *    PRECEDENTE)
         01 WS-CUM-FRAIS     PIC S9(09)V99 VALUE ZERO.
         01 WS-CUM-DEPOTS    PIC 9(09)V99 VALUE ZERO.
         01 WS-CUM-RETRAITS  PIC 9(09)V99 VALUE ZERO.
         01 WS-NB-MVTS-CPTE  PIC 9(05) VALUE ZERO.
            05 WS-REG OCCURS 99.
               10 WS-REG-ID       PIC X(02).
               10 WS-REG-INTERETS PIC 9(11)V99.
               10 WS-REG-FRAIS    PIC S9(11)V99.
         01 WS-REGION-CPTE   PIC X(02).
         01 LIGNE-TITRE.
            05 FILLER        PIC X(36) VALUE
            05 FILLER        PIC X(06) VALUE '  NET:'.
            05 L-INT-NET     PIC -ZZZZZZ9.99.
            05 FILLER        PIC X(06) VALUE '  FRA:'.
            05 L-FRAIS       PIC -ZZZZZZ9.99.
            05 FILLER        PIC X(06) VALUE '  MVT:'.
            05 L-NB-MVTS     PIC ZZZZ9.
            05 FILLER        PIC X(10) VALUE SPACE.
            05 FILLER        PIC X(11) VALUE '  INTERETS:'.
            05 L-REG-INT     PIC ZZZZZZZZZ9.99.
            05 FILLER        PIC X(08) VALUE '  FRAIS:'.
            05 L-REG-FRA     PIC -ZZZZZZZZ9.99.
            05 FILLER        PIC X(24) VALUE SPACE.
        LINKAGE SECTION.
        01 LK-PARM-ANNEE.
               WHEN 'A'
      *           AGIOS : CUMULES AVEC LES FRAIS
                  ADD HST-MONTANT TO WS-CUM-FRAIS
               WHEN 'G'
      *           REMBOURSEMENT DE FRAIS (GESGEST) : DEDUIT
                  SUBTRACT HST-MONTANT FROM WS-CUM-FRAIS
               WHEN 'D'
                  ADD HST-MONTANT TO WS-CUM-DEPOTS
                  ADD 1 TO WS-NB-MVTS-CPTE
               WHEN 'T'
                  ADD HST-MONTANT TO WS-CUM-DEPOTS
                  ADD 1 TO WS-NB-MVTS-CPTE
               WHEN 'J'
      *           VENTE DE DEVISES AU GUICHET : CREDIT DU COMPTE
                  ADD HST-MONTANT TO WS-CUM-DEPOTS
                  ADD 1 TO WS-NB-MVTS-CPTE
               WHEN 'Q'
      *           REMISE DE CHEQUE AU GUICHET : CREDIT DU COMPTE
                  ADD HST-MONTANT TO WS-CUM-DEPOTS
                  ADD 1 TO WS-NB-MVTS-CPTE
               WHEN OTHER
                  ADD HST-MONTANT TO WS-CUM-RETRAITS
                  ADD 1 TO WS-NB-MVTS-CPTE
