           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(58).
        FD FSTC.
        01 REC-STC.
           05  STC-ID-CPTE     PIC X(08).
            END-IF.
        CHERCHER-DERNIER-MVT.
      *     DERNIER MOUVEMENT A L'INITIATIVE DU CLIENT : LES
      *     ECRITURES DE FIN DE MOIS (I/F) ET LES REMBOURSEMENTS
      *     DE FRAIS (G) NE COMPTENT PAS
            MOVE ZERO TO WS-DERNIER-MVT
            MOVE 'N'  TO WS-FIN-HST
            MOVE ID-CPTE TO HST-ID-CPTE
               NOT AT END
                  IF HST-ID-CPTE = ID-CPTE
                     IF HST-CODE NOT = 'I' AND NOT = 'F'
                                 AND NOT = 'G'
                        IF HST-DATE > WS-DERNIER-MVT
                           MOVE HST-DATE TO WS-DERNIER-MVT
                        END-IF
