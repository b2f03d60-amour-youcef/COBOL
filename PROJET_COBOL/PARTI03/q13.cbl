            ACCESS MODE IS RANDOM               
           RECORD KEY IS ID-CPTE               
           FILE STATUS IS FS.                  
            SELECT FPIN  ASSIGN TO 'PINCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIN-ID-CPTE
           FILE STATUS IS FS-PIN.
        DATA DIVISION.                          
        FILE SECTION.                           
        FD FCLT.                                
      *    DEVISE (BLANC = MONNAIE DE TENUE) PUIS AGENCE
           05  DEV-CLT    PIC X(02).
           05  AGC-CLT    PIC X(02).
      *    CONTROLE DES PIN PAR COMPTE (DESSIN FPINCTL) :
      *    SEULE L'EMPREINTE DU PIN EST CONSERVEE
        FD FPIN.
        01 REC-PIN.
           05  PIN-ID-CPTE       PIC X(08).
           05  PIN-ESSAIS        PIC 9(01).
           05  PIN-BLOQUE        PIC X(01).
           05  PIN-DATE-DERN-EVT PIC 9(08).
           05  PIN-SEL           PIC X(08).
           05  PIN-EMPREINTE     PIC X(16).
           05  FILLER            PIC X(38).
        WORKING-STORAGE SECTION.
        01 WS-CLT.
           05  WSID-CPTE    PIC X(08).
           05  WSPIN-CLT    PIC 9(04).
           05  WSDEC-CLT    PIC 9(06).
         01 FS              PIC 99.
         01 FS-PIN          PIC 99.
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
         01 WS-REGION-NOM    PIC X(15).
         01 WS-REGION-TROUVE PIC X(01).
            88 WS-REGION-TROUVEE  VALUE 'O'.
         01 WS-AGE-MIN       PIC 9(02) VALUE 18.
         01 WS-DATE-VALIDE   PIC X(01) VALUE 'O'.
            88 DATE-VALIDE      VALUE 'O'.
      *   CLIENT MINEUR : ADMIS SEULEMENT AVEC UN REPRESENTANT
      *   LEGAL (NUMERO FCLIENTS, RELIE A LA FICHE DU MINEUR
      *   DANS PRGCREA/MODIFCLI) ET SANS DECOUVERT
         01 WS-MINEUR        PIC X(01) VALUE 'N'.
            88 CLIENT-MINEUR    VALUE 'O'.
         01 WS-TUTEUR        PIC 9(08) VALUE ZERO.
        PROCEDURE DIVISION.
           DISPLAY 'AJOUTER NOUVEAU CLIENT'.
           OPEN  I-O   FCLT.
            MOVE 12 TO RETURN-CODE
            GO TO FIN-PGM
            END-IF.
           OPEN  I-O   FPIN.
           IF FS-PIN NOT = '00'
            DISPLAY 'FILE PINCTL OPENNING ERROR - FS=' FS-PIN
            MOVE 12 TO RETURN-CODE
            CLOSE FCLT
            STOP RUN
            END-IF.
        MAIN-PARA.
            MOVE '00000500' TO ID-CPTE.
            READ FCLT  RECORD INTO WS-CLT
            MOVE 'ADRESSCLT '  TO ADR-CLT.
            MOVE 1234056 TO SLD-CLT.
            MOVE 'CR' TO PST-CLT.
      *    LE PIN N'EST PLUS STOCKE DANS CLIENT.DAT : SON
      *    EMPREINTE PART DANS PINCTL.DAT
            MOVE 0 TO PIN-CLT.
            MOVE SPACE TO DEV-CLT.
            MOVE '01' TO AGC-CLT.
            PERFORM VALIDER-REGION.
            END-IF
            PERFORM VALIDER-DATE-NAISSANCE.
            IF NOT DATE-VALIDE
               DISPLAY 'DATE DE NAISSANCE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-PGM
            END-IF
            IF CLIENT-MINEUR
               IF WS-TUTEUR = ZERO
                  DISPLAY 'CLIENT MINEUR SANS REPRESENTANT LEGAL'
                  MOVE 8 TO RETURN-CODE
                  GO TO FIN-PGM
               END-IF
               DISPLAY 'COMPTE DE MINEUR - REPRESENTANT : ' WS-TUTEUR
               MOVE 0 TO DEC-CLT
            END-IF
            WRITE REC-CLT
              INVALID KEY DISPLAY 'KEY IS INVALID'
              NOT INVALID KEY DISPLAY 'KEY IS VALID'
                              PERFORM ECRIRE-PINCTL
            END-WRITE.
            GO TO FIN-PGM.
        ECRIRE-PINCTL.
            ACCEPT WS-HEURE FROM TIME.
            MOVE 'C'       TO PNH-FONCTION.
            MOVE ID-CPTE   TO PNH-ID-CPTE.
            MOVE 1234      TO PNH-PIN.
            MOVE WS-HEURE  TO PNH-SEL.
            MOVE SPACE     TO PNH-EMPREINTE.
            CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT.
            IF NOT PNH-OK
               DISPLAY 'EMPREINTE DU PIN IMPOSSIBLE'
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACE          TO REC-PIN
               MOVE ID-CPTE        TO PIN-ID-CPTE
               MOVE 0              TO PIN-ESSAIS
               MOVE 'N'            TO PIN-BLOQUE
               ACCEPT PIN-DATE-DERN-EVT FROM DATE YYYYMMDD
               MOVE PNH-SEL        TO PIN-SEL
               MOVE PNH-EMPREINTE  TO PIN-EMPREINTE
               WRITE REC-PIN
                 INVALID KEY REWRITE REC-PIN
               END-WRITE
            END-IF.
        VALIDER-REGION.
            CALL 'pgsecond' USING ID-REGION WS-REGION-NOM
                                   WS-REGION-TROUVE.
            IF DATE-VALIDE
               PERFORM CALCULER-AGE
               IF WS-AGE-ANS < WS-AGE-MIN
                  MOVE 'O' TO WS-MINEUR
               END-IF
            END-IF.
        CALCULER-AGE.
            END-IF.
        FIN-PGM.
             CLOSE FCLT.
             CLOSE FPIN.
             STOP RUN.
