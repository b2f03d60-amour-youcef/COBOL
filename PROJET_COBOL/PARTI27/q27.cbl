           05  DEM-DTN      PIC 9(08).
           05  DEM-SEX      PIC X(01).
           05  DEM-PIN      PIC 9(04).
      *    CO-TITULAIRE MINEUR : NUMERO FCLIENTS DE SON
      *    REPRESENTANT LEGAL (BLANC OU ZERO = SANS)
           05  DEM-TUTEUR   PIC X(08).
           05  DEM-TUTEUR-N REDEFINES DEM-TUTEUR PIC 9(08).
           05  FILLER       PIC X(31).
        FD FCOT.
        01 REC-COT.
           05  CT-ID-CPTE   PIC X(08).
           05  CT-PRN       PIC X(10).
           05  CT-DTN       PIC 9(08).
           05  CT-SEX       PIC X(01).
      *    PIN EN CLAIR : PLUS UTILISE, TOUJOURS A ZERO ; SEULE
      *    L'EMPREINTE (MODULE pgpin) ET SON SEL SONT CONSERVES
           05  CT-PIN       PIC 9(04).
           05  CT-SEL       PIC X(08).
           05  CT-EMPREINTE PIC X(16).
      *    REPRESENTANT LEGAL D'UN CO-TITULAIRE MINEUR (ZERO =
      *    CO-TITULAIRE MAJEUR)
           05  CT-TUTEUR    PIC 9(08).
           05  FILLER       PIC X(07).
        WORKING-STORAGE SECTION.
         01 FS              PIC 99.
         01 FS-DEM          PIC 99.
         01 WS-NB-LUS       PIC 9(05) VALUE ZERO.
         01 WS-NB-CREES     PIC 9(05) VALUE ZERO.
         01 WS-NB-REFUSES   PIC 9(05) VALUE ZERO.
         01 WS-HEURE        PIC 9(08).
      *   ZONE DU MODULE COMMUN pgpin (EMPREINTE DU PIN)
         01 PNH-FONCTION    PIC X(01).
         01 PNH-ZONE.
            05 PNH-ID-CPTE    PIC X(08).
            05 PNH-PIN        PIC 9(04).
            05 PNH-SEL        PIC X(08).
            05 PNH-EMPREINTE  PIC X(16).
         01 PNH-RESULTAT    PIC X(01).
            88 PNH-OK          VALUE 'O'.
      *    MEMES CONTROLES DE DATE QUE L'OUVERTURE DE COMPTE
      *    (PARTI13) : QUANTIEME VALIDE VIA pgvaldate, PAS DE
      *    DATE FUTURE ; UN MINEUR N'EST ADMIS QU'AVEC UN
      *    REPRESENTANT LEGAL ET SUR UN COMPTE SANS DECOUVERT
         01 WS-DTN-CLT.
            05 WS-DTN-AAAA   PIC 9(04).
            05 WS-DTN-MM     PIC 9(02).
         01 WS-AGE-MIN       PIC 9(02) VALUE 18.
         01 WS-DATE-VALIDE   PIC X(01) VALUE 'O'.
            88 DATE-VALIDE      VALUE 'O'.
         01 WS-MINEUR        PIC X(01) VALUE 'N'.
            88 CLIENT-MINEUR    VALUE 'O'.
        PROCEDURE DIVISION.
           DISPLAY 'ENREGISTREMENT DES CO-TITULAIRES DE COMPTE'.
           OPEN I-O FCLT.
            PERFORM VALIDER-DATE-NAISSANCE
            IF NOT DATE-VALIDE
               DISPLAY 'CO-TITULAIRE REFUSE - DATE DE NAISSANCE '
                       'INVALIDE : ' DEM-ID-CPTE
               ADD 1 TO WS-NB-REFUSES
               GO TO FIN-DEMANDE
            END-IF
            IF CLIENT-MINEUR
               IF DEM-TUTEUR NOT NUMERIC OR DEM-TUTEUR-N = ZERO
                  DISPLAY 'CO-TITULAIRE REFUSE - MINEUR SANS '
                          'REPRESENTANT LEGAL : ' DEM-ID-CPTE
                  ADD 1 TO WS-NB-REFUSES
                  GO TO FIN-DEMANDE
               END-IF
               IF DEC-CLT > ZERO
                  DISPLAY 'CO-TITULAIRE REFUSE - MINEUR SUR UN '
                          'COMPTE A DECOUVERT : ' DEM-ID-CPTE
                  ADD 1 TO WS-NB-REFUSES
                  GO TO FIN-DEMANDE
               END-IF
            END-IF

      *     LE PIN SAISI N'EST PAS STOCKE : SEULE SON EMPREINTE,
      *     AVEC UN SEL NOUVEAU, PART DANS COTIT.DAT
            ACCEPT WS-HEURE FROM TIME
            MOVE 'C'         TO PNH-FONCTION
            MOVE DEM-ID-CPTE TO PNH-ID-CPTE
            MOVE DEM-PIN     TO PNH-PIN
            MOVE WS-HEURE    TO PNH-SEL
            MOVE SPACE       TO PNH-EMPREINTE
            CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
            IF NOT PNH-OK
               DISPLAY 'CO-TITULAIRE REFUSE - PIN INVALIDE : '
                       DEM-ID-CPTE
               ADD 1 TO WS-NB-REFUSES
               GO TO FIN-DEMANDE
            END-IF
            MOVE DEM-PRN     TO CT-PRN
            MOVE DEM-DTN     TO CT-DTN
            MOVE DEM-SEX     TO CT-SEX
            MOVE 0           TO CT-PIN
            MOVE PNH-SEL     TO CT-SEL
            MOVE PNH-EMPREINTE TO CT-EMPREINTE
            MOVE ZERO        TO CT-TUTEUR
            IF CLIENT-MINEUR
               MOVE DEM-TUTEUR-N TO CT-TUTEUR
            END-IF
            WRITE REC-COT
               INVALID KEY
                  DISPLAY 'CO-TITULAIRE DEJA ENREGISTRE : '
            EXIT.
        VALIDER-DATE-NAISSANCE.
            MOVE 'O' TO WS-DATE-VALIDE
            MOVE 'N' TO WS-MINEUR
            MOVE DEM-DTN TO WS-DTN-CLT
            CALL 'pgvaldate' USING WS-DTN-AAAA WS-DTN-MM WS-DTN-JJ
                                    WS-DATE-VALIDE
            IF DATE-VALIDE
               PERFORM CALCULER-AGE
               IF WS-AGE-ANS < WS-AGE-MIN
                  MOVE 'O' TO WS-MINEUR
               END-IF
            END-IF.
        CALCULER-AGE.
