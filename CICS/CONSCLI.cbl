      *- 6
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'CLIENT FUSIONNE - FICHE DU CLIENT ABSORBANT'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 7    PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
           05 FILLER               PIC X(06) VALUE SPACE.
      *
      *------------------------------------------------------*
      *   LIENS ENTRE CLIENTS (FICHIER FLIENCLI) : PREMIER   *
      *   REPRESENTANT LEGAL EN COURS D'UNE PERSONNE MORALE  *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
      *
       01  WS-DATE-AAAAMMJJ       PIC 9(08).
       01  INDIC-FIN-BROWSE       PIC X(01) VALUE '0'.
           88 FIN-BROWSE          VALUE '1'.
      *
      *------------------------------------------------------*
      *   COMPTE PRINCIPAL DU CLIENT (PLUS PETIT SUFFIXE DE   *
      *   FCLICPT) : SOLDE COMPTABLE SUR FCLT ET DISPONIBLE    *
      *   HORS SAISIES (FSAISIE) ET CHEQUES REMIS ENCORE       *
      *   INDISPONIBLES (FINDISP), MEME REGLE QUE LE GUICHET   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
      *
       01  REC-CLT.
           05  ID-CPTE    PIC X(08).
           05  ID-REGION  PIC X(02).
           05  NAT-CPTE   PIC 9(02).
           05  NOM-CLT    PIC X(10).
           05  PRN-CLT    PIC X(10).
           05  DTN-CLT    PIC 9(08).
           05  SEX-CLT    PIC X(01).
           05  ACP-CLT    PIC X(02).
           05  STS-CLT    PIC X(01).
           05  ADR-CLT    PIC X(10).
           05  SLD-CLT    PIC S9(08)V99.
           05  PST-CLT    PIC X(02).
           05  PIN-CLT    PIC 9(04).
           05  DEC-CLT    PIC 9(06).
           05  DEV-CLT    PIC X(02).
           05  FILLER     PIC X(02).
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER SAISIE'.
           COPY FSAISIE.
       01  FILLER      PIC X(16) VALUE 'FICHIER INDISPO'.
           COPY FINDISP.
      *
       01  WS-RESERVE             PIC 9(09)V99.
       01  WS-DISPONIBLE          PIC S9(09)V99.
       01  WS-SLD-EDIT            PIC -ZZZZZZZ9.99.
      *------------------------------------------------------*
      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'TOUCHE FONCTION'.
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FEMPLOY : PERSONNEL (NOM DU  *
      *   CONSEILLER DE CLIENTELE)                            *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER EMPLOYES'.
           COPY FEMPLOY.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
           MOVE DFHBMPRO TO VILLEA
           MOVE DFHBMPRO TO TELCLIA
           MOVE DFHBMPRO TO EMAILCLIA
           MOVE DFHBMPRO TO CONSA
           MOVE DFHBMPRO TO CONSNOMA
           MOVE DFHBMPRO TO TYPCLIA
           MOVE DFHBMPRO TO RAISOCA
           MOVE DFHBMPRO TO SIRENA
           MOVE DFHBMPRO TO FORMJA
           MOVE DFHBMPRO TO DCREASA
           MOVE DFHBMPRO TO REPRESA
           MOVE DFHBMPRO TO REPNOMA
           MOVE DFHBMPRO TO DNAISSA
           MOVE DFHBMPRO TO TUTEURA
           MOVE DFHBMPRO TO TUTNOMA
           MOVE DFHBMPRO TO CPTPRIA
           MOVE DFHBMPRO TO SLDCPTA
           MOVE DFHBMPRO TO DISCPTA
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
              END-IF
           END-IF

           IF ERREUR-NUM
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO NUMCLIL
              MOVE 'Q' TO NUMCLIA
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL) AND E-CLI-FUSIONNE
              PERFORM 22155-RENVOI-ABSORBANT
           END-IF

           IF WS-RESPCR = DFHRESP(NORMAL) AND E-CLI-ACTIF
              MOVE E-NOM-CLI    TO WS-NOM-CLI
              MOVE E-PNM-CLI    TO WS-PNOM
              MOVE WS-VIL-CLI   TO VILLEO
              MOVE WS-TELF-CLI  TO TELCLIO
              MOVE WS-EMAIL-CLI TO EMAILCLIO
              PERFORM 22160-AFFICHER-CONSEILLER
              PERFORM 22170-AFFICHER-NOTES
                  THRU 22170-FIN
              PERFORM 22185-AFFICHER-SOLDES
                  THRU 22185-FIN
              PERFORM 22190-AFFICHER-ENTREPRISE
           ELSE
              IF WS-RESPCR = DFHRESP(NORMAL)
                 MOVE '1' TO INDIC-ERREUR
              END-IF
           END-IF
           .
      *---------------------------*
       22155-RENVOI-ABSORBANT.
      *---------------------------*
      *    FICHE ABSORBEE PAR UNE FUSION DE DOUBLONS : C'EST LA
      *    FICHE DU CLIENT ABSORBANT QUI EST AFFICHEE
      *---------------------------*
           MOVE E-ABSORBE-PAR TO WS-NUM-CLI
           MOVE WS-NUM-CLI    TO E-NUMERO NUMCLIO

           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           MOVE '1' TO INDIC-ERREUR
           MOVE 7   TO NUM-MES
           .
      *---------------------------*
       22160-AFFICHER-CONSEILLER.
      *---------------------------*
      *    CONSEILLER DE CLIENTELE DE LA FICHE ET SON NOM LU
      *    DANS FEMPLOY (FICHE ANTERIEURE NON RENSEIGNEE =
      *    SANS CONSEILLER)
      *---------------------------*
           MOVE SPACE TO CONSO
           MOVE SPACE TO CONSNOMO
           IF E-CONSEILLER NOT NUMERIC OR E-SANS-CONSEILLER
              MOVE 'SANS CONSEILLER' TO CONSNOMO
           ELSE
              MOVE E-CONSEILLER TO CONSO
              MOVE E-CONSEILLER TO EMP-ID

              EXEC CICS READ FILE('FEMPLOY')
                        RIDFLD(EMP-ID)
                        INTO(EMP-RECORD)
                        RESP(WS-RESPCR)
              END-EXEC

              EVALUATE WS-RESPCR
                 WHEN DFHRESP(NORMAL)
                    STRING EMP-LASTNAME DELIMITED BY SPACE
                           ' ' EMP-FIRSTNAME DELIMITED BY SIZE
                       INTO CONSNOMO
                    END-STRING
                 WHEN DFHRESP(NOTFND)
                    MOVE 'INCONNU DU PERSONNEL' TO CONSNOMO
                 WHEN OTHER
                    PERFORM 91000-ERREUR-CICS
              END-EVALUATE
           END-IF
           .
      *------------------------*
       22170-AFFICHER-NOTES.
      *------------------------*
           .
       22180-EXIT.
           EXIT.
      *---------------------------*
       22185-AFFICHER-SOLDES.
      *---------------------------*
      *    COMPTE PRINCIPAL : PREMIER SUFFIXE DU CLIENT DANS
      *    FCLICPT. SOLDE COMPTABLE ET DISPONIBLE = SOLDE +
      *    DECOUVERT AUTORISE - SAISIES ACTIVES - CHEQUES
      *    REMIS ENCORE INDISPONIBLES. RIEN D'AFFICHE POUR UN
      *    CLIENT SANS COMPTE
      *---------------------------*
           MOVE SPACE TO CPTPRIO SLDCPTO DISCPTO
           MOVE E-NUMERO  TO XRF-NUMERO
           MOVE ZERO      TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 22185-FIN
           END-IF

           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC
           EXEC CICS ENDBR FILE('FCLICPT')
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = E-NUMERO
              GO TO 22185-FIN
           END-IF

           MOVE XRF-ID-CPTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 22185-FIN
           END-IF

           MOVE ZERO TO WS-RESERVE
           MOVE '0'      TO INDIC-FIN-BROWSE
           MOVE ID-CPTE  TO SAI-ID-CPTE
           MOVE ZERO     TO SAI-SEQ
           EXEC CICS STARTBR FILE('FSAISIE')
                     RIDFLD(SAI-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22186-LIRE-UNE-SAISIE THRU 22186-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FSAISIE')
              END-EXEC
           END-IF

           MOVE '0'      TO INDIC-FIN-BROWSE
           MOVE ID-CPTE  TO IND-ID-CPTE
           MOVE ZERO     TO IND-SEQ
           EXEC CICS STARTBR FILE('FINDISP')
                     RIDFLD(IND-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22187-LIRE-UNE-REMISE THRU 22187-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FINDISP')
              END-EXEC
           END-IF

           MOVE ID-CPTE     TO CPTPRIO
           MOVE SLD-CLT     TO WS-SLD-EDIT
           MOVE WS-SLD-EDIT TO SLDCPTO
           COMPUTE WS-DISPONIBLE = SLD-CLT + DEC-CLT - WS-RESERVE
           MOVE WS-DISPONIBLE TO WS-SLD-EDIT
           MOVE WS-SLD-EDIT TO DISCPTO
           .
       22185-FIN.
           EXIT.
      *---------------------------*
       22186-LIRE-UNE-SAISIE.
      *---------------------------*
           EXEC CICS READNEXT FILE('FSAISIE')
                     INTO(SAI-SAISIE)
                     RIDFLD(SAI-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR SAI-ID-CPTE NOT = ID-CPTE
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22186-EXIT
           END-IF

           IF SAI-ACTIVE
              ADD SAI-MONTANT TO WS-RESERVE
           END-IF
           .
       22186-EXIT.
           EXIT.
      *---------------------------*
       22187-LIRE-UNE-REMISE.
      *---------------------------*
           EXEC CICS READNEXT FILE('FINDISP')
                     INTO(IND-INDISPO)
                     RIDFLD(IND-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR IND-ID-CPTE NOT = ID-CPTE
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22187-EXIT
           END-IF

           IF IND-ACTIVE
              ADD IND-MONTANT TO WS-RESERVE
           END-IF
           .
       22187-EXIT.
           EXIT.
      *---------------------------*
       22190-AFFICHER-ENTREPRISE.
      *---------------------------*
      *    TYPE DE CLIENT (BLANC = PARTICULIER) ; POUR UNE
      *    PERSONNE MORALE, SES ZONES ET LE PREMIER DE SES
      *    REPRESENTANTS LEGAUX EN COURS (LIEN SD DE FLIENCLI,
      *    LA LISTE COMPLETE EST SUR L'ECRAN GESLIEN). POUR UN
      *    PARTICULIER, SA DATE DE NAISSANCE ET, S'IL EST MINEUR,
      *    SON REPRESENTANT LEGAL. APPELE EN DERNIER : E-CLIENT
      *    RECOIT LA FICHE DU REPRESENTANT
      *---------------------------*
           MOVE SPACE TO RAISOCO SIRENO FORMJO DCREASO
                         REPRESO REPNOMO
                         DNAISSO TUTEURO TUTNOMO
           IF NOT E-CLI-ENTREPRISE
              MOVE 'P' TO TYPCLIO
              MOVE E-DATE-NAISSANCE TO DNAISSO
              IF E-CLI-MINEUR
                 MOVE E-TUTEUR      TO TUTEURO
                 MOVE E-TUTEUR      TO E-NUMERO
                 EXEC CICS READ FILE('FCLIENT')
                           RIDFLD(E-NUMERO)
                           INTO(E-CLIENT)
                           RESP(WS-RESPCR)
                 END-EXEC
                 IF WS-RESPCR = DFHRESP(NORMAL)
                    STRING E-NOM-CLI DELIMITED BY SPACE
                           ' ' E-PNM-CLI DELIMITED BY SIZE
                       INTO TUTNOMO
                    END-STRING
                 END-IF
              END-IF
           ELSE
              MOVE 'M'              TO TYPCLIO
              MOVE E-RAISON-SOC     TO RAISOCO
              MOVE E-SIREN          TO SIRENO
              MOVE E-FORME-JUR      TO FORMJO
              MOVE E-DATE-CREA-SOC  TO DCREASO

              EXEC CICS ASKTIME
                        ABSTIME(DATE-ABS)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(DATE-ABS)
                        YYYYMMDD(WS-DATE-AAAAMMJJ)
              END-EXEC

              MOVE '0'       TO INDIC-FIN-BROWSE
              MOVE E-NUMERO  TO LNK-NUMERO
              MOVE ZERO      TO LNK-NUMERO-LIE
              MOVE SPACE     TO LNK-TYPE

              EXEC CICS STARTBR FILE('FLIENCLI')
                        RIDFLD(LNK-CLE)
                        GTEQ
                        RESP(WS-RESPCR)
              END-EXEC

              IF WS-RESPCR = DFHRESP(NORMAL)
                 PERFORM 22195-LIRE-UN-LIEN THRU 22195-EXIT
                    UNTIL FIN-BROWSE
                 EXEC CICS ENDBR FILE('FLIENCLI')
                 END-EXEC
              END-IF
           END-IF
           .
      *---------------------------*
       22195-LIRE-UN-LIEN.
      *---------------------------*
           EXEC CICS READNEXT FILE('FLIENCLI')
                     INTO(LNK-LIEN)
                     RIDFLD(LNK-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR LNK-NUMERO NOT = E-NUMERO
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22195-EXIT
           END-IF

           IF LNK-SOC-DIRIGEE
              AND LNK-DATE-DEBUT NOT > WS-DATE-AAAAMMJJ
              AND (LNK-SANS-FIN
                   OR LNK-DATE-FIN NOT < WS-DATE-AAAAMMJJ)
              MOVE LNK-NUMERO-LIE TO REPRESO
              MOVE '1' TO INDIC-FIN-BROWSE
              MOVE LNK-NUMERO-LIE TO E-NUMERO
              EXEC CICS READ FILE('FCLIENT')
                        RIDFLD(E-NUMERO)
                        INTO(E-CLIENT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR = DFHRESP(NORMAL)
                 STRING E-NOM-CLI DELIMITED BY SPACE
                        ' ' E-PNM-CLI DELIMITED BY SIZE
                    INTO REPNOMO
                 END-STRING
              END-IF
           END-IF
           .
       22195-EXIT.
           EXIT.
      *-----------------------*
       28000-TRACER-ACCES.
      *-----------------------*
