      *   CONSULTATION DE LA PISTE D'AUDIT FAUDCLI POUR UN  *
      *   CLIENT : TOUTES LES CREATIONS / MODIFICATIONS /   *
      *   SUPPRESSIONS, DU PLUS RECENT AU PLUS ANCIEN,      *
      *   AVEC OPERATION, TERMINAL, DATE ET HEURE ; LES     *
      *   MISES A JOUR DE COMPTE (GESCPTE) AFFICHENT LE     *
      *   COMPTE, LA ZONE CHANGEE ET LES VALEURS AVANT ET   *
      *   APRES                                             *
      *======================================================*
      *
      *======================================================*
       01  LIB-CREATION    PIC X(12) VALUE 'CREATION'.
       01  LIB-MODIF       PIC X(12) VALUE 'MODIFICATION'.
       01  LIB-SUPPRES     PIC X(12) VALUE 'SUPPRESSION'.
       01  LIB-MAJ-CPTE    PIC X(12) VALUE 'MAJ COMPTE'.
      *
      *    DETAIL D'UNE MISE A JOUR DE COMPTE : COMPTE, ZONE
      *    (DEC = DECOUVERT, NAT = NATURE, AGC = AGENCE, VIS =
      *    VISA SUPERVISEUR) ET VALEURS AVANT > APRES
       01  WS-DETAIL.
           05 WD-ID-CPTE           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WD-ZONE              PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WD-AVANT             PIC X(06).
           05 FILLER               PIC X(01) VALUE '>'.
           05 WD-APRES             PIC X(06).
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION                              *
              10 TRM-LIGNE         PIC X(04).
              10 DTE-LIGNE         PIC X(08).
              10 HRE-LIGNE         PIC X(08).
              10 DET-LIGNE         PIC X(26).
      *
       01  WS-RANG                 PIC 9(05).
       01  WS-RANG-DEPART          PIC 9(05).
           MOVE E-AUD-TERM  TO TRM-LIGNE(WS-NB-LIGNES)
           MOVE E-AUD-DATE  TO DTE-LIGNE(WS-NB-LIGNES)
           MOVE E-AUD-HEURE TO HRE-LIGNE(WS-NB-LIGNES)
           MOVE SPACE       TO DET-LIGNE(WS-NB-LIGNES)
           IF E-AUD-MAJ-COMPTE
              PERFORM 21430-FORMER-DETAIL
              MOVE WS-DETAIL TO DET-LIGNE(WS-NB-LIGNES)
           END-IF
           .
       21410-EXIT.
           EXIT.
      *----------------------*
       21430-FORMER-DETAIL.
      *----------------------*
           MOVE E-AUD-ID-CPTE TO WD-ID-CPTE
           EVALUATE TRUE
              WHEN E-AUD-ZONE-DEC
                 MOVE 'DEC' TO WD-ZONE
              WHEN E-AUD-ZONE-NAT
                 MOVE 'NAT' TO WD-ZONE
              WHEN E-AUD-ZONE-AGC
                 MOVE 'AGC' TO WD-ZONE
              WHEN E-AUD-ZONE-VISA
                 MOVE 'VIS' TO WD-ZONE
              WHEN OTHER
                 MOVE E-AUD-ZONE TO WD-ZONE
           END-EVALUATE
           MOVE E-AUD-AVANT   TO WD-AVANT
           MOVE E-AUD-APRES   TO WD-APRES
           .
      *----------------------*
       21420-DECALER-FENETRE.
      *----------------------*
                    MOVE LIB-MODIF    TO AOPERO(WS-IND-DST)
                 WHEN 'S'
                    MOVE LIB-SUPPRES  TO AOPERO(WS-IND-DST)
                 WHEN 'A'
                    MOVE LIB-MAJ-CPTE TO AOPERO(WS-IND-DST)
                 WHEN OTHER
                    MOVE OPE-LIGNE(WS-IND-SRC)
                      TO AOPERO(WS-IND-DST)
              MOVE TRM-LIGNE(WS-IND-SRC) TO ATERMO(WS-IND-DST)
              MOVE DTE-LIGNE(WS-IND-SRC) TO ADATEO(WS-IND-DST)
              MOVE HRE-LIGNE(WS-IND-SRC) TO AHEUREO(WS-IND-DST)
              MOVE DET-LIGNE(WS-IND-SRC) TO ADETO(WS-IND-DST)
           ELSE
              MOVE SPACE TO AOPERO(WS-IND-DST)
              MOVE SPACE TO ATERMO(WS-IND-DST)
              MOVE SPACE TO ADATEO(WS-IND-DST)
              MOVE SPACE TO AHEUREO(WS-IND-DST)
              MOVE SPACE TO ADETO(WS-IND-DST)
           END-IF
           SUBTRACT 1 FROM WS-IND-SRC
           .
