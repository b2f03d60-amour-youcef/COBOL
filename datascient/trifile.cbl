      *    CIRCUIT DE RECYCLAGE EXISTANT SERT DE RATTRAPAGE.
      *    UNE REGION ENCORE MANQUANTE APRES UNE NUIT EST
      *    SIGNALEE EN ALERTE DE VIEILLISSEMENT.
      *
      *    CORRESPONDANCE REGIONALE (FREGXRF) : CHAQUE
      *    MOUVEMENT DE LA NUIT Y EST ECRIT AVEC LE NUMERO DU
      *    FICHIER REGIONAL D'ORIGINE ET SON SORT (P = VERSE AU
      *    FLUX DU JOUR, D = DOUBLON MIS DE COTE DANS FSUSPEN,
      *    R = RATTRAPAGE VERSE AU SUSPENS SUSPMVT). LE RETOUR
      *    DES REJETS AUX REGIONS (RETREG, APRES LE POSTING)
      *    S'EN SERT POUR RENDRE A CHAQUE REGION SES LIGNES.
      *
      *    PIN : LE PIN SAISI EN REGION EST VERIFIE ICI CONTRE
      *    L'EMPREINTE DU TITULAIRE (FPINCTL) PUIS DU
      *    CO-TITULAIRE (FCOT), PAR LE MODULE pgpin, PUIS
      *    EFFACE. AUCUN FICHIER ECRIT (FOUTPUT, FSUSPEN,
      *    FSUSMVT, FREGXRF) NE PORTE DE PIN EN CLAIR : LE
      *    MOUVEMENT PORTE LE RESULTAT (COLONNE 76 : T =
      *    TITULAIRE, C = CO-TITULAIRE, E = PIN ERRONE), QUE
      *    PARTI15 RESPECTE. UNE MARQUE DEJA PRESENTE DANS LE
      *    FICHIER REGIONAL EST IGNOREE : TOUT MOUVEMENT
      *    REGIONAL PASSE PAR LE CONTROLE DU PIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS FS-RETARD.
           SELECT FILE-SUSMVT ASSIGN TO FSUSMVT
           FILE STATUS IS FS-SUSMVT.
           SELECT FILE-REGXRF ASSIGN TO FREGXRF
           FILE STATUS IS FS-REGXRF.
           SELECT FILE-PINCTL ASSIGN TO FPINCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIN-ID-CPTE
           FILE STATUS IS FS-PINCTL.
           SELECT FILE-COT ASSIGN TO FCOT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-ID-CPTE
           FILE STATUS IS FS-COT.
       DATA DIVISION.
       FILE SECTION.
       FD FILE-IN1
          02 SUS-MOTIF       PIC X(02).
          02 SUS-DATE-ENTREE PIC 9(08).
          02 SUS-MVT         PIC X(80).
       FD FILE-REGXRF
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01 REC-REGXRF.
          02 XRF-TYPE        PIC X(01).
          02 XRF-NO-FICHIER  PIC 9(01).
          02 XRF-MVT         PIC X(80).
          02 XRF-RESERVE     PIC X(08).
      *    CONTROLE DES PIN PAR COMPTE (DESSIN FPINCTL)
       FD FILE-PINCTL
           RECORD CONTAINS 80 CHARACTERS.
       01 REC-PINCTL.
          02 PIN-ID-CPTE     PIC X(08).
          02 FILLER          PIC X(10).
          02 PIN-SEL         PIC X(08).
          02 PIN-EMPREINTE   PIC X(16).
          02 FILLER          PIC X(38).
      *    CO-TITULAIRES (DESSIN COTIT DE PARTI15)
       FD FILE-COT
           RECORD CONTAINS 80 CHARACTERS.
       01 REC-COT.
          02 CT-ID-CPTE      PIC X(08).
          02 FILLER          PIC X(33).
          02 CT-PIN          PIC 9(04).
          02 CT-SEL          PIC X(08).
          02 CT-EMPREINTE    PIC X(16).
          02 FILLER          PIC X(11).
       SD FILE-WK.
       01 MVT-WRK.
            02 MVT-WRK-CPTE  PIC X(08).
           88 MODE-RATTRAPAGE  VALUE 'O'.
       01 WS-NB-RATTRAPES   PIC 9(07) VALUE ZERO.
       01 WS-RETARD-EN-COURS PIC X VALUE 'N'.
       01 FS-REGXRF         PIC 99.
       01 WS-REGXRF-DISPO   PIC X VALUE 'N'.
           88 REGXRF-DISPO     VALUE 'O'.
       01 FS-PINCTL         PIC 99.
       01 FS-COT            PIC 99.
       01 WS-COT-DISPO      PIC X VALUE 'N'.
           88 COT-DISPO        VALUE 'O'.
      *    PIN DU MOUVEMENT (COLONNES 20-23) ET RESULTAT DU
      *    CONTROLE (COLONNE 76)
       01 WS-PIN-MVT        PIC X(04).
       01 WS-CTL-PIN        PIC X(01).
       01 WS-NB-PIN-ERRONES PIC 9(07) VALUE ZERO.
      *    ZONE DU MODULE D'EMPREINTE DES PIN (pgpin)
       01 PNH-FONCTION      PIC X(01).
       01 PNH-ZONE.
          02 PNH-ID-CPTE    PIC X(08).
          02 PNH-PIN        PIC 9(04).
          02 PNH-SEL        PIC X(08).
          02 PNH-EMPREINTE  PIC X(16).
       01 PNH-RESULTAT      PIC X(01).
           88 PNH-OK           VALUE 'O'.
      *    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
       01 RL-COMMUN.
          02 RL-FONCTION    PIC X(01).
           MOVE 'TRIFILE' TO RL-PROG
           MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
           CALL 'pgrunlog' USING RL-COMMUN
      *    SANS CORRESPONDANCE, LA NUIT N'EST PAS ARRETEE : LES
      *    REGIONS NE RECEVRONT SIMPLEMENT PAS LEURS REJETS
           OPEN OUTPUT FILE-REGXRF
           IF FS-REGXRF = '00'
              MOVE 'O' TO WS-REGXRF-DISPO
           ELSE
              DISPLAY "CORRESPONDANCE REGIONALE INDISPONIBLE - FS="
                      FS-REGXRF
           END-IF
      *    SANS LES EMPREINTES, AUCUN PIN NE PEUT ETRE VERIFIE :
      *    LE CONTROLE DES FICHIERS EST EN ECHEC (RC 8)
           OPEN INPUT FILE-PINCTL
           IF FS-PINCTL NOT = '00'
              DISPLAY "CONTROLE PIN FPINCTL INDISPONIBLE - FS="
                      FS-PINCTL
              MOVE 'Y' TO WS-CTRL-KO
           END-IF
           OPEN INPUT FILE-COT
           IF FS-COT = '00'
              MOVE 'O' TO WS-COT-DISPO
           ELSE
              DISPLAY "PAS DE FICHIER CO-TITULAIRES - FS=" FS-COT
           END-IF
           SORT FILE-WK
           ON ASCENDING KEY MVT-WRK-CPTE MVT-WRK-SEQ
           INPUT PROCEDURE IS 1000-COMPTER-ENTREE
              DISPLAY "SORT FILED"
              MOVE 16 TO RETURN-CODE
           END-IF
           IF FS-PINCTL = '00'
              CLOSE FILE-PINCTL
           END-IF
           IF COT-DISPO
              CLOSE FILE-COT
           END-IF
           IF REGXRF-DISPO
              CLOSE FILE-REGXRF
           ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF MODE-CUTOFF
              CLOSE FILE-SUSMVT
              PERFORM REECRIRE-RETARDS
           DISPLAY "ENREGISTREMENTS LUS    : " WS-INPUT-COUNT.
           DISPLAY "ENREGISTREMENTS ECRITS : " WS-OUTPUT-COUNT.
           DISPLAY "CLES EN DOUBLE         : " WS-DUP-COUNT.
           DISPLAY "PIN ERRONES            : " WS-NB-PIN-ERRONES.
           IF MODE-CUTOFF
              DISPLAY "MVTS RATTRAPES         : " WS-NB-RATTRAPES
           END-IF.
           ELSE
              ADD 1 TO WS-NB-FICHIER
              ADD 1 TO WS-INPUT-COUNT
              PERFORM CONTROLER-PIN
              IF MODE-RATTRAPAGE
      *          LA DATE DE VALEUR D'ORIGINE (COLONNES 32-39
      *          DU MOUVEMENT) DEVIENT LA DATE D'ENTREE DU
                 MOVE WS-MVT-IMAGE TO SUS-MVT
                 WRITE REC-SUSMVT
                 ADD 1 TO WS-NB-RATTRAPES
                 MOVE 'R' TO XRF-TYPE
                 MOVE WS-MVT-IMAGE TO XRF-MVT
                 PERFORM ECRIRE-CORRESPONDANCE
              ELSE
                 MOVE WS-MVT-IMAGE TO MVT-WRK(1:80)
                 MOVE WS-NO-FICHIER TO MVT-WRK-SRC
                 RELEASE MVT-WRK
              END-IF
           END-IF.
       CONTROLER-PIN.
      *    UNE MARQUE PRESENTE EN COLONNE 76 DU FICHIER REGIONAL
      *    N'EST JAMAIS REPRISE : LA COLONNE EST REMISE A BLANC
      *    ET LE PIN SAISI EST TOUJOURS VERIFIE (TITULAIRE PUIS
      *    CO-TITULAIRE). DANS TOUS LES CAS LE PIN EST EFFACE
           MOVE SPACE TO WS-MVT-IMAGE(76:1)
           MOVE WS-MVT-IMAGE(20:4) TO WS-PIN-MVT
           MOVE 'E' TO WS-CTL-PIN
           IF WS-PIN-MVT NUMERIC AND FS-PINCTL = '00'
              PERFORM VERIFIER-PIN-TITULAIRE
           END-IF
           IF WS-CTL-PIN = 'E' AND WS-PIN-MVT NUMERIC
              AND COT-DISPO
              PERFORM VERIFIER-PIN-COTITULAIRE
           END-IF
           IF WS-CTL-PIN = 'E'
              ADD 1 TO WS-NB-PIN-ERRONES
           END-IF
           MOVE WS-CTL-PIN TO WS-MVT-IMAGE(76:1)
           MOVE '0000' TO WS-MVT-IMAGE(20:4).
       VERIFIER-PIN-TITULAIRE.
           MOVE WS-MVT-IMAGE(1:8) TO PIN-ID-CPTE
           READ FILE-PINCTL
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'V'           TO PNH-FONCTION
                 MOVE PIN-ID-CPTE   TO PNH-ID-CPTE
                 MOVE WS-PIN-MVT    TO PNH-PIN
                 MOVE PIN-SEL       TO PNH-SEL
                 MOVE PIN-EMPREINTE TO PNH-EMPREINTE
                 CALL 'pgpin' USING PNH-FONCTION PNH-ZONE
                                    PNH-RESULTAT
                 IF PNH-OK
                    MOVE 'T' TO WS-CTL-PIN
                 END-IF
           END-READ.
       VERIFIER-PIN-COTITULAIRE.
           MOVE WS-MVT-IMAGE(1:8) TO CT-ID-CPTE
           READ FILE-COT
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'V'          TO PNH-FONCTION
                 MOVE CT-ID-CPTE   TO PNH-ID-CPTE
                 MOVE WS-PIN-MVT   TO PNH-PIN
                 MOVE CT-SEL       TO PNH-SEL
                 MOVE CT-EMPREINTE TO PNH-EMPREINTE
                 CALL 'pgpin' USING PNH-FONCTION PNH-ZONE
                                    PNH-RESULTAT
                 IF PNH-OK
                    MOVE 'C' TO WS-CTL-PIN
                 END-IF
           END-READ.
       CONTROLER-FICHIER.
           IF WS-FIN-VUE NOT = 'O'
              DISPLAY "FICHIER " WS-NO-FICHIER
              AND MVT-WRK-SEQ = WS-PREV-SEQ
              ADD 1 TO WS-DUP-COUNT
              WRITE MVT-SUSP FROM MVT-WRK(1:80)
              MOVE 'D' TO XRF-TYPE
              DISPLAY "DOUBLON COMPTE " MVT-WRK-CPTE
                      " SEQ " MVT-WRK-SEQ
                      " ISSU DU FICHIER REGIONAL " MVT-WRK-SRC
              MOVE MVT-WRK-SEQ  TO WS-PREV-SEQ
              ADD 1 TO WS-OUTPUT-COUNT
              WRITE MVT-OUT FROM MVT-WRK(1:80)
              MOVE 'P' TO XRF-TYPE
           END-IF
           MOVE MVT-WRK-SRC TO WS-NO-FICHIER
           MOVE MVT-WRK(1:80) TO XRF-MVT
           PERFORM ECRIRE-CORRESPONDANCE
           PERFORM RETOURNER-DU-TRI.
       ECRIRE-CORRESPONDANCE.
           IF REGXRF-DISPO
              MOVE WS-NO-FICHIER TO XRF-NO-FICHIER
              MOVE SPACE TO XRF-RESERVE
              WRITE REC-REGXRF
           END-IF.
