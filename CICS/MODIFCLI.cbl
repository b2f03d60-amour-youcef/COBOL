      *- 11
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE INTERDITE - OPERATION REFUSEE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'MATRICULE CONSEILLER : 7 CHIFFRES ATTENDUS'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'CONSEILLER INCONNU DU FICHIER DU PERSONNEL'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'CONSEILLER SORTI DES EFFECTIFS'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'CANAL RELEVE : P=PAPIER, E=EMAIL, D=LES DEUX'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'RELEVE PAR EMAIL : ADRESSE EMAIL OBLIGATOIRE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'TYPE DE CLIENT : P=PARTICULIER, M=PERSONNE MORALE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE MORALE : RAISON SOCIALE OBLIGATOIRE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'SIREN INVALIDE (9 CHIFFRES, CLE DE CONTROLE)'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'FORME : EI EURL SARL SA SAS SASU SNC SCI SCP ASSO'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'DATE DE CREATION INVALIDE (AAAAMMJJ, NON FUTURE)'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'REPRESENTANT LEGAL : CLIENT PARTICULIER ACTIF'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'ZONES ENTREPRISE RESERVEES AUX PERSONNES MORALES'.
      *- 24
           05 FILLER               PIC X(65)
              VALUE 'SIREN DEJA PORTE PAR UN AUTRE CLIENT'.
      *- 25
           05 FILLER               PIC X(65)
              VALUE 'UNE PERSONNE MORALE NE REDEVIENT PAS PARTICULIER'.
      *- 26
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE MORALE : REPRESENTANT LEGAL A SAISIR'.
      *- 27
           05 FILLER               PIC X(65)
              VALUE 'DATE DE NAISSANCE INVALIDE (AAAAMMJJ, NON FUTURE)'.
      *- 28
           05 FILLER               PIC X(65)
              VALUE 'MINEUR : REPRESENTANT = CLIENT PARTICULIER MAJEUR'.
      *- 29
           05 FILLER               PIC X(65)
              VALUE 'REPRESENTANT LEGAL RESERVE AUX CLIENTS MINEURS'.
      *- 30
           05 FILLER               PIC X(65)
              VALUE 'DATE DE NAISSANCE ET TUTEUR : PARTICULIERS SEULS'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 30   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *
       01  INDIC-ERR-CHOBL        PIC X(01) VALUE '0'.
           88 ERREUR-CHOBL        VALUE '1'.
      *
       01  INDIC-ERR-CONSEIL      PIC X(01) VALUE '0'.
           88 ERREUR-CONSEIL      VALUE '1'.
      *
      *    CONSEILLER : RELU DEPUIS LA MAP QUAND IL EST MODIFIE
      *    (LA ZONE DE COMMUNICATION EST PLEINE) ; SINON LA
      *    VALEUR DE LA FICHE EST CONSERVEE
       01  WS-CONSEIL-SAISI       PIC X(01) VALUE '0'.
           88 CONSEIL-SAISI          VALUE '1'.
       01  WS-CONSEILLER          PIC 9(07).
       01  WS-CONSEIL-MES         PIC S9(4) COMP.
      *
       01  INDIC-ERR-CANAL        PIC X(01) VALUE '0'.
           88 ERREUR-CANAL        VALUE '1'.
      *
      *    CANAL DU RELEVE : MEME PRINCIPE QUE LE CONSEILLER
       01  WS-CANAL-SAISI         PIC X(01) VALUE '0'.
           88 CANAL-SAISI            VALUE '1'.
       01  WS-CANAL-RELEVE        PIC X(01).
           88 CANAL-VALIDE        VALUE 'P' 'E' 'D'.
           88 CANAL-EMAIL         VALUE 'E' 'D'.
      *
       01  INDIC-ERR-ENTREP       PIC X(01) VALUE '0'.
           88 ERREUR-ENTREP       VALUE '1'.
      *
       01  INDIC-FIN-BROWSE       PIC X(01) VALUE '0'.
           88 FIN-BROWSE          VALUE '1'.
      *
      *    TYPE DE CLIENT ET ZONES DE LA PERSONNE MORALE : VALEUR
      *    DE LA FICHE, REMPLACEE PAR LA SAISIE QUAND LA ZONE EST
      *    MODIFIEE (MEME PRINCIPE QUE LE CONSEILLER)
       01  WS-TYPE-ACTUEL         PIC X(01).
           88 ACTUEL-ENTREPRISE   VALUE 'M'.
       01  WS-SIREN-ACTUEL        PIC X(09).
       01  WS-TYPE-CLI            PIC X(01).
           88 TYPE-VALIDE         VALUE 'P' 'M'.
           88 TYPE-ENTREPRISE     VALUE 'M'.
       01  WS-RAISON-SOC          PIC X(60).
       01  WS-SIREN               PIC X(09).
       01  WS-FORME-JUR           PIC X(04).
       01  WS-DATE-CREA-SOC       PIC X(08).
       01  FILLER REDEFINES WS-DATE-CREA-SOC.
           05 WS-DCS-AAAA         PIC 9(04).
           05 WS-DCS-MM           PIC 9(02).
           05 WS-DCS-JJ           PIC 9(02).
       01  WS-REPRES-SAISI        PIC X(01) VALUE '0'.
           88 REPRES-SAISI           VALUE '1'.
       01  WS-REPRESENTANT        PIC 9(08).
       01  WS-ENTREP-MES          PIC S9(4) COMP.
       01  WS-BLQ-NUMERO          PIC 9(08).
       01  WS-VALNUM-FONC         PIC X(01).
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
       01  WS-SIREN-RC            PIC X(01).
       01  WS-VALDATE-RC          PIC X(01).
      *
      *    CLIENT MINEUR : DATE DE NAISSANCE ET REPRESENTANT
      *    LEGAL DE LA FICHE, REMPLACES PAR LA SAISIE QUAND LA
      *    ZONE EST MODIFIEE ; EST MINEUR LE CLIENT NE APRES LA
      *    DATE DU JOUR RECULEE DE 18 ANS (MEME REGLE QUE PRGCREA)
       01  INDIC-ERR-MINEUR       PIC X(01) VALUE '0'.
           88 ERREUR-MINEUR       VALUE '1'.
       01  WS-MINEUR              PIC X(01) VALUE 'N'.
           88 CLIENT-MINEUR       VALUE 'O'.
       01  WS-DATE-NAISS          PIC X(08).
       01  FILLER REDEFINES WS-DATE-NAISS.
           05 WS-DN-AAAA          PIC 9(04).
           05 WS-DN-MM            PIC 9(02).
           05 WS-DN-JJ            PIC 9(02).
       01  WS-DATE-MAJORITE       PIC 9(08).
       01  WS-TUTEUR-SAISI        PIC X(08).
       01  WS-TUTEUR              PIC 9(08).
       01  WS-TUTEUR-ACTUEL       PIC 9(08).
       01  WS-TUTEUR-CHANGE       PIC X(01) VALUE '0'.
           88 TUTEUR-CHANGE          VALUE '1'.
       01  WS-MINEUR-MES          PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
       01  FILLER      PIC X(16) VALUE 'JOURNAL BLOQUES'.
           COPY FBLOQLOG.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FEMPLOY : PERSONNEL (CONTROLE*
      *   DU CONSEILLER DE CLIENTELE)                         *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER EMPLOYES'.
           COPY FEMPLOY.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FLIENCLI : LIENS ENTRE       *
      *   CLIENTS (REPRESENTANTS LEGAUX D'UNE PERSONNE MORALE)*
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
           MOVE '&' TO VILLEA
           MOVE '&' TO TELCLIA
           MOVE '&' TO EMAILCLIA
           MOVE '&' TO CONSA
           MOVE DFHBMPRO TO CONSNOMA
           MOVE '&' TO CANALA
           MOVE '&' TO TYPCLIA
           MOVE '&' TO RAISOCA
           MOVE '&' TO SIRENA
           MOVE '&' TO FORMJA
           MOVE '&' TO DCREASA
           MOVE '&' TO REPRESA
           MOVE DFHBMPRO TO REPNOMA
           MOVE '&' TO DNAISSA
           MOVE '&' TO TUTEURA
           MOVE DFHBMPRO TO TUTNOMA
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
              END-IF
           END-IF

           IF ERREUR-NUM
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO NUMCLIL
              MOVE 'Q' TO NUMCLIA
              MOVE WS-TELF-CLI  TO TELCLIO
              MOVE WS-EMAIL-CLI TO EMAILCLIO

      *       CONSEILLER ACTUEL ET SON NOM (FICHE ANTERIEURE
      *       NON RENSEIGNEE = SANS CONSEILLER)
              IF E-CONSEILLER NUMERIC AND NOT E-SANS-CONSEILLER
                 MOVE E-CONSEILLER TO CONSO
                 MOVE E-CONSEILLER TO EMP-ID
                 PERFORM 22134-NOM-CONSEILLER
              END-IF

      *       CANAL DU RELEVE ACTUEL (BLANC = PAPIER)
              IF E-CANAL-RELEVE = SPACE
                 MOVE 'P' TO CANALO
              ELSE
                 MOVE E-CANAL-RELEVE TO CANALO
              END-IF

      *       TYPE DE CLIENT (BLANC = PARTICULIER) ; POUR UNE
      *       PERSONNE MORALE, SES ZONES ET LE PREMIER DE SES
      *       REPRESENTANTS LEGAUX EN COURS
              IF E-CLI-ENTREPRISE
                 MOVE 'M'              TO TYPCLIO
                 MOVE E-RAISON-SOC     TO RAISOCO
                 MOVE E-SIREN          TO SIRENO
                 MOVE E-FORME-JUR      TO FORMJO
                 MOVE E-DATE-CREA-SOC  TO DCREASO
                 PERFORM 22152-PREMIER-REPRESENTANT
              ELSE
                 MOVE 'P'              TO TYPCLIO
      *          DATE DE NAISSANCE ET, POUR UN MINEUR, SON
      *          REPRESENTANT LEGAL (LU EN DERNIER : E-CLIENT
      *          RECOIT LA FICHE DU REPRESENTANT)
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
              END-IF

              MOVE 'N' TO NUMCLIA
              MOVE '1' TO WS-CHARGE
              MOVE -1  TO NOMCLIL
           ELSE
              MOVE WS-EMAIL-CLI TO EMAILCLIO
           END-IF

           MOVE '0' TO WS-CONSEIL-SAISI
           IF (CONSL > ZERO) OR (CONSF = EFZ)
              MOVE '1' TO WS-CONSEIL-SAISI
           END-IF

           MOVE '0' TO WS-REPRES-SAISI
           IF (REPRESL > ZERO) OR (REPRESF = EFZ)
              IF REPRESI NOT = SPACE AND NOT = LOW-VALUE
                 MOVE '1' TO WS-REPRES-SAISI
              END-IF
           END-IF

           MOVE '0' TO WS-CANAL-SAISI
           IF (CANALL > ZERO) OR (CANALF = EFZ)
              MOVE '1' TO WS-CANAL-SAISI
              MOVE CANALI TO WS-CANAL-RELEVE
              IF WS-CANAL-RELEVE = SPACE OR LOW-VALUE
                 MOVE 'P' TO WS-CANAL-RELEVE
              END-IF
           END-IF
           .
      *----------------*
       22120-CONTROLES.
           MOVE '0' TO INDIC-ERR-CODP
           MOVE '0' TO INDIC-ERR-CHOBL

      *    TYPE DE CLIENT ET ZONES DE LA PERSONNE MORALE (LA
      *    RAISON SOCIALE ALIMENTE NOM + PRENOM)
           PERFORM 22160-CONTROLE-ENTREPRISE
               THRU 22160-EXIT
           IF ERREUR-ENTREP
              MOVE '1' TO INDIC-ERREUR
              MOVE WS-ENTREP-MES TO NUM-MES
           END-IF

      *    CLIENT MINEUR : DATE DE NAISSANCE ET REPRESENTANT
      *    LEGAL (PARTICULIERS SEULEMENT)
           PERFORM 22175-CONTROLE-MINEUR
               THRU 22175-EXIT
           IF ERREUR-MINEUR
              MOVE '1' TO INDIC-ERREUR
              MOVE WS-MINEUR-MES TO NUM-MES
           END-IF

           IF WS-NOM-CLI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERR-CHOBL
           END-IF
              MOVE '1' TO INDIC-ERR-CHOBL
           END-IF

           IF CONSEIL-SAISI AND (CONSI = SPACE OR LOW-VALUE)
              MOVE '1' TO INDIC-ERR-CHOBL
           END-IF

           MOVE '0' TO INDIC-ERR-REFCP
           MOVE '0' TO INDIC-ERR-REFVIL
           IF WS-COP-CLI NOT = SPACE AND NOT = LOW-VALUE
              END-IF
           END-IF

           IF ERREUR-CHOBL
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              IF WS-NOM-CLI = SPACE OR LOW-VALUE
                 MOVE -1  TO ADSCLIL
                 MOVE 'Q' TO ADSCLIA
              END-IF
              IF CONSEIL-SAISI AND (CONSI = SPACE OR LOW-VALUE)
                 MOVE -1  TO CONSL
                 MOVE 'Q' TO CONSA
              END-IF
           END-IF

           IF ERREUR-CODP
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO CODPOSL
      *    REJOINDRE LA LISTE DES PERSONNES INTERDITES
           MOVE '0' TO INDIC-ERR-BLOQUE
           IF WS-NOM-CLI NOT = SPACE AND NOT = LOW-VALUE
              MOVE WS-NOM-CLI TO B-NOM
              MOVE WS-PNOM    TO B-PNM
              MOVE WS-NUM-CLI TO WS-BLQ-NUMERO
              PERFORM 22129-CONTROLE-BLOQUE
              IF ERREUR-BLOQUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 'Q' TO NOMCLIA
              END-IF
           END-IF

      *    CONSEILLER MODIFIE : EMPLOYE EXISTANT ET NON SORTI
      *    DANS FEMPLOY (MEME CONTROLE QUE PRGCREA)
           MOVE '0' TO INDIC-ERR-CONSEIL
           IF CONSEIL-SAISI AND CONSI NOT = SPACE
                            AND CONSI NOT = LOW-VALUE
              PERFORM 22132-CONTROLE-CONSEILLER
              IF ERREUR-CONSEIL
                 MOVE '1' TO INDIC-ERREUR
                 MOVE WS-CONSEIL-MES TO NUM-MES
                 MOVE -1  TO CONSL
                 MOVE 'Q' TO CONSA
              END-IF
           END-IF

      *    CANAL DU RELEVE MODIFIE : P, E OU D ; L'ENVOI PAR
      *    EMAIL SUPPOSE UNE ADRESSE (MEME CONTROLE QUE PRGCREA)
           MOVE '0' TO INDIC-ERR-CANAL
           IF CANAL-SAISI
              IF NOT CANAL-VALIDE
                 MOVE '1' TO INDIC-ERR-CANAL
                 MOVE 15  TO NUM-MES
              ELSE
                 IF CANAL-EMAIL AND
                    (WS-EMAIL-CLI = SPACE OR LOW-VALUE)
                    MOVE '1' TO INDIC-ERR-CANAL
                    MOVE 16  TO NUM-MES
                 END-IF
              END-IF
           END-IF
           IF ERREUR-CANAL
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO CANALL
              MOVE 'Q' TO CANALA
           END-IF
           .
      *----------------------------*
       22132-CONTROLE-CONSEILLER.
      *----------------------------*
           MOVE SPACE TO CONSNOMO
           IF CONSI NOT NUMERIC
              MOVE '1' TO INDIC-ERR-CONSEIL
              MOVE 12  TO WS-CONSEIL-MES
           ELSE
              MOVE CONSI TO WS-CONSEILLER
              MOVE WS-CONSEILLER TO EMP-ID
              PERFORM 22134-NOM-CONSEILLER
              EVALUATE WS-RESPCR
                 WHEN DFHRESP(NORMAL)
                    IF EMP-TERMINE
                       MOVE '1' TO INDIC-ERR-CONSEIL
                       MOVE 14  TO WS-CONSEIL-MES
                    END-IF
                 WHEN OTHER
                    MOVE '1' TO INDIC-ERR-CONSEIL
                    MOVE 13  TO WS-CONSEIL-MES
              END-EVALUATE
           END-IF
           .
      *----------------------------*
       22134-NOM-CONSEILLER.
      *----------------------------*
      *    LECTURE DE L'EMPLOYE EMP-ID ET AFFICHAGE DE SON NOM ;
      *    WS-RESPCR EN RETOUR (NOTFND POSSIBLE)
      *----------------------------*
           MOVE SPACE TO CONSNOMO

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
           .
      *----------------------------*
       22129-CONTROLE-BLOQUE.
      *----------------------------*
      *    B-NOM / B-PNM ET WS-BLQ-NUMERO SONT POSES PAR
      *    L'APPELANT (CLIENT MODIFIE OU REPRESENTANT LEGAL)
      *----------------------------*
           EXEC CICS READ FILE('FBLOQCLI')
                     RIDFLD(B-CLE)
                     INTO(B-BLOQUE)
                     TIMESEP(':')
           END-EXEC

           MOVE WS-BLQ-NUMERO TO L-BLQ-NUMERO
           MOVE B-NOM      TO L-BLQ-NOM
           MOVE B-PNM      TO L-BLQ-PNM
           MOVE WS-OPID    TO L-BLQ-OPID
           MOVE EIBTRMID   TO L-BLQ-TERM

              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------------*
       22152-PREMIER-REPRESENTANT.
      *----------------------------*
      *    PREMIER LIEN SD EN COURS DE LA SOCIETE DANS FLIENCLI
      *    (LA LISTE COMPLETE EST SUR L'ECRAN GESLIEN)
      *----------------------------*
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
              PERFORM 22153-LIRE-UN-LIEN THRU 22153-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FLIENCLI')
              END-EXEC
           END-IF
           .
      *----------------------------*
       22153-LIRE-UN-LIEN.
      *----------------------------*
           EXEC CICS READNEXT FILE('FLIENCLI')
                     INTO(LNK-LIEN)
                     RIDFLD(LNK-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR LNK-NUMERO NOT = E-NUMERO
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22153-EXIT
           END-IF

           IF LNK-SOC-DIRIGEE
              AND LNK-DATE-DEBUT NOT > WS-DATE-AAAAMMJJ
              AND (LNK-SANS-FIN
                   OR LNK-DATE-FIN NOT < WS-DATE-AAAAMMJJ)
              MOVE LNK-NUMERO-LIE TO REPRESO
              MOVE '1' TO INDIC-FIN-BROWSE
      *       LA FICHE DE LA SOCIETE EST DEJA AFFICHEE : E-CLIENT
      *       PEUT RECEVOIR CELLE DU REPRESENTANT
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
       22153-EXIT.
           EXIT.
      *----------------------------*
       22160-CONTROLE-ENTREPRISE.
      *----------------------------*
      *    LA FICHE EST RELUE POUR SON TYPE ET SES ZONES DE
      *    PERSONNE MORALE ; CHAQUE ZONE MODIFIEE A L'ECRAN
      *    REMPLACE LA VALEUR DE LA FICHE. UNE FICHE DE
      *    PARTICULIER PEUT PASSER EN PERSONNE MORALE (STOCK
      *    DES SOCIETES SAISIES COMME DES PERSONNES), AVEC UN
      *    REPRESENTANT LEGAL ; L'INVERSE EST REFUSE. MEMES
      *    CONTROLES QUE PRGCREA SUR LES ZONES DE LA SOCIETE
      *----------------------------*
           MOVE '0' TO INDIC-ERR-ENTREP
           MOVE WS-NUM-CLI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'P' TO WS-TYPE-ACTUEL
           IF E-CLI-ENTREPRISE
              MOVE 'M' TO WS-TYPE-ACTUEL
           END-IF
           MOVE WS-TYPE-ACTUEL   TO WS-TYPE-CLI
           MOVE E-RAISON-SOC     TO WS-RAISON-SOC
           MOVE E-SIREN          TO WS-SIREN
           MOVE E-SIREN          TO WS-SIREN-ACTUEL
           MOVE E-FORME-JUR      TO WS-FORME-JUR
           MOVE E-DATE-CREA-SOC  TO WS-DATE-CREA-SOC

           IF (TYPCLIL > ZERO) OR (TYPCLIF = EFZ)
              MOVE TYPCLII TO WS-TYPE-CLI
              IF WS-TYPE-CLI = SPACE OR LOW-VALUE
                 MOVE 'P' TO WS-TYPE-CLI
              END-IF
           END-IF
           IF (RAISOCL > ZERO) OR (RAISOCF = EFZ)
              MOVE RAISOCI TO WS-RAISON-SOC
           END-IF
           IF (SIRENL > ZERO) OR (SIRENF = EFZ)
              MOVE SIRENI TO WS-SIREN
           END-IF
           IF (FORMJL > ZERO) OR (FORMJF = EFZ)
              MOVE FORMJI TO WS-FORME-JUR
           END-IF
           IF (DCREASL > ZERO) OR (DCREASF = EFZ)
              MOVE DCREASI TO WS-DATE-CREA-SOC
           END-IF
           INSPECT WS-RAISON-SOC    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-SIREN         REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-FORME-JUR     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DATE-CREA-SOC REPLACING ALL LOW-VALUE BY SPACE

           IF NOT TYPE-VALIDE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 17  TO WS-ENTREP-MES
              MOVE -1  TO TYPCLIL
              MOVE 'Q' TO TYPCLIA
              GO TO 22160-EXIT
           END-IF

           IF NOT TYPE-ENTREPRISE
              IF ACTUEL-ENTREPRISE
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 25  TO WS-ENTREP-MES
                 MOVE -1  TO TYPCLIL
                 MOVE 'Q' TO TYPCLIA
                 GO TO 22160-EXIT
              END-IF
              IF WS-RAISON-SOC NOT = SPACE
                 OR WS-SIREN NOT = SPACE
                 OR WS-FORME-JUR NOT = SPACE
                 OR WS-DATE-CREA-SOC NOT = SPACE
                 OR REPRES-SAISI
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 23  TO WS-ENTREP-MES
                 MOVE -1  TO TYPCLIL
                 MOVE 'Q' TO TYPCLIA
              END-IF
              GO TO 22160-EXIT
           END-IF

           IF WS-RAISON-SOC = SPACE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 18  TO WS-ENTREP-MES
              MOVE -1  TO RAISOCL
              MOVE 'Q' TO RAISOCA
              GO TO 22160-EXIT
           END-IF
           MOVE WS-RAISON-SOC(1:20)  TO WS-NOM-CLI
           MOVE WS-RAISON-SOC(21:20) TO WS-PNOM
           MOVE WS-NOM-CLI           TO NOMCLIO
           MOVE WS-PNOM              TO PNMCLIO

           CALL 'pgsiren' USING WS-SIREN WS-SIREN-RC
           IF WS-SIREN-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 19  TO WS-ENTREP-MES
              MOVE -1  TO SIRENL
              MOVE 'Q' TO SIRENA
              GO TO 22160-EXIT
           END-IF
           IF WS-SIREN NOT = WS-SIREN-ACTUEL
              PERFORM 22170-CONTROLE-SIREN-UNIQUE
              IF ERREUR-ENTREP
                 GO TO 22160-EXIT
              END-IF
           END-IF

           MOVE WS-FORME-JUR TO E-FORME-JUR
           IF NOT E-FORME-JUR-VALIDE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 20  TO WS-ENTREP-MES
              MOVE -1  TO FORMJL
              MOVE 'Q' TO FORMJA
              GO TO 22160-EXIT
           END-IF

           PERFORM 22164-CONTROLE-DATE-SOC
           IF ERREUR-ENTREP
              GO TO 22160-EXIT
           END-IF

           IF NOT ACTUEL-ENTREPRISE AND NOT REPRES-SAISI
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 26  TO WS-ENTREP-MES
              MOVE -1  TO REPRESL
              MOVE 'Q' TO REPRESA
              GO TO 22160-EXIT
           END-IF
           IF REPRES-SAISI
              PERFORM 22166-CONTROLE-REPRESENTANT
                  THRU 22166-FIN
           END-IF
           .
       22160-EXIT.
           EXIT.
      *----------------------------*
       22164-CONTROLE-DATE-SOC.
      *----------------------------*
      *    DATE DE CREATION AAAAMMJJ : QUANTIEME VALIDE
      *    (pgvaldate) ET PAS DANS LE FUTUR
      *----------------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-AAAAMMJJ)
           END-EXEC

           MOVE 'N' TO WS-VALDATE-RC
           IF WS-DATE-CREA-SOC NUMERIC
              CALL 'pgvaldate' USING WS-DCS-AAAA WS-DCS-MM
                                     WS-DCS-JJ WS-VALDATE-RC
              IF WS-DATE-CREA-SOC > WS-DATE-AAAAMMJJ
                 OR WS-DCS-AAAA < 1800
                 MOVE 'N' TO WS-VALDATE-RC
              END-IF
           END-IF

           IF WS-VALDATE-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 21  TO WS-ENTREP-MES
              MOVE -1  TO DCREASL
              MOVE 'Q' TO DCREASA
           END-IF
           .
      *----------------------------*
       22166-CONTROLE-REPRESENTANT.
      *----------------------------*
      *    MEME REGLE QUE PRGCREA : CLIENT PARTICULIER ACTIF,
      *    NON DECEDE, ABSENT DE LA LISTE DES PERSONNES
      *    INTERDITES, ET DISTINCT DE LA SOCIETE
      *----------------------------*
           MOVE SPACE TO REPNOMO
           MOVE 'N'   TO WS-VALNUM-RC
           IF REPRESI NUMERIC
              MOVE 'V'     TO WS-VALNUM-FONC
              MOVE REPRESI TO WS-VALNUM-NUM
              CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
                                    WS-VALNUM-RC
           END-IF
           IF WS-VALNUM-RC NOT = 'O'
              OR REPRESI = WS-NUM-CLI
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 22  TO WS-ENTREP-MES
              MOVE -1  TO REPRESL
              MOVE 'Q' TO REPRESA
              GO TO 22166-FIN
           END-IF

           MOVE REPRESI TO WS-REPRESENTANT
           MOVE WS-REPRESENTANT TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 STRING E-NOM-CLI DELIMITED BY SPACE
                        ' ' E-PNM-CLI DELIMITED BY SIZE
                    INTO REPNOMO
                 END-STRING
                 IF NOT E-CLI-ACTIF
                    OR NOT E-CLI-PARTICULIER
                    OR E-CLI-DECEDE
                    MOVE '1' TO INDIC-ERR-ENTREP
                    MOVE 22  TO WS-ENTREP-MES
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 22  TO WS-ENTREP-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF NOT ERREUR-ENTREP
              MOVE E-NOM-CLI       TO B-NOM
              MOVE E-PNM-CLI       TO B-PNM
              MOVE WS-REPRESENTANT TO WS-BLQ-NUMERO
              MOVE '0' TO INDIC-ERR-BLOQUE
              PERFORM 22129-CONTROLE-BLOQUE
              IF ERREUR-BLOQUE
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 11  TO WS-ENTREP-MES
              END-IF
           END-IF

           IF ERREUR-ENTREP
              MOVE -1  TO REPRESL
              MOVE 'Q' TO REPRESA
           END-IF
           .
       22166-FIN.
           EXIT.
      *----------------------------*
       22170-CONTROLE-SIREN-UNIQUE.
      *----------------------------*
      *    UN SIREN N'IDENTIFIE QU'UNE SEULE PERSONNE MORALE
      *    ACTIVE : BALAYAGE DE FCLIENTS COMME LE CONTROLE DES
      *    DOUBLONS DE PRGCREA
      *----------------------------*
           MOVE '0'       TO INDIC-FIN-BROWSE
           MOVE LOW-VALUE TO E-NUMERO

           EXEC CICS STARTBR FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22171-VERIF-UN-SIREN THRU 22171-EXIT
                 UNTIL FIN-BROWSE OR ERREUR-ENTREP
              EXEC CICS ENDBR FILE('FCLIENT')
              END-EXEC
           END-IF

           IF ERREUR-ENTREP
              MOVE 24  TO WS-ENTREP-MES
              MOVE -1  TO SIRENL
              MOVE 'Q' TO SIRENA
           END-IF
           .
      *----------------------------*
       22171-VERIF-UN-SIREN.
      *----------------------------*
           EXEC CICS READNEXT FILE('FCLIENT')
                     INTO(E-CLIENT)
                     RIDFLD(E-NUMERO)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22171-EXIT
           END-IF

           IF E-CLI-ACTIF
              AND E-CLI-ENTREPRISE
              AND E-SIREN = WS-SIREN
              AND E-NUMERO NOT = WS-NUM-CLI
              MOVE '1' TO INDIC-ERR-ENTREP
           END-IF
           .
       22171-EXIT.
           EXIT.
      *----------------------------*
       22175-CONTROLE-MINEUR.
      *----------------------------*
      *    LA FICHE EST RELUE POUR SA DATE DE NAISSANCE ET SON
      *    REPRESENTANT LEGAL ; CHAQUE ZONE MODIFIEE REMPLACE LA
      *    VALEUR DE LA FICHE. MEMES REGLES QUE PRGCREA : SOUS
      *    18 ANS REVOLUS LE REPRESENTANT EST OBLIGATOIRE, IL
      *    EST REFUSE POUR UN MAJEUR ; NI L'UN NI L'AUTRE POUR
      *    UNE PERSONNE MORALE. LE REPRESENTANT N'EST CONTROLE
      *    QUE S'IL CHANGE
      *----------------------------*
           MOVE '0'   TO INDIC-ERR-MINEUR
           MOVE '0'   TO WS-TUTEUR-CHANGE
           MOVE 'N'   TO WS-MINEUR
           MOVE ZERO  TO WS-TUTEUR
           MOVE WS-NUM-CLI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE E-DATE-NAISSANCE TO WS-DATE-NAISS
           MOVE ZERO             TO WS-TUTEUR-ACTUEL
           MOVE SPACE            TO WS-TUTEUR-SAISI
           IF E-CLI-MINEUR
              MOVE E-TUTEUR      TO WS-TUTEUR-ACTUEL
              MOVE E-TUTEUR      TO WS-TUTEUR-SAISI
           END-IF
           IF (DNAISSL > ZERO) OR (DNAISSF = EFZ)
              MOVE DNAISSI TO WS-DATE-NAISS
           END-IF
           IF (TUTEURL > ZERO) OR (TUTEURF = EFZ)
              MOVE TUTEURI TO WS-TUTEUR-SAISI
           END-IF
           INSPECT WS-DATE-NAISS   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TUTEUR-SAISI REPLACING ALL LOW-VALUE BY SPACE

           IF TYPE-ENTREPRISE
              IF WS-DATE-NAISS NOT = SPACE
                 OR WS-TUTEUR-SAISI NOT = SPACE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 30  TO WS-MINEUR-MES
                 MOVE -1  TO DNAISSL
                 MOVE 'Q' TO DNAISSA
              END-IF
              GO TO 22175-EXIT
           END-IF

           IF WS-DATE-NAISS = SPACE
              IF WS-TUTEUR-SAISI NOT = SPACE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 27  TO WS-MINEUR-MES
                 MOVE -1  TO DNAISSL
                 MOVE 'Q' TO DNAISSA
              END-IF
              GO TO 22175-FIN-TUTEUR
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-AAAAMMJJ)
           END-EXEC
           COMPUTE WS-DATE-MAJORITE = WS-DATE-AAAAMMJJ - 180000

           MOVE 'N' TO WS-VALDATE-RC
           IF WS-DATE-NAISS NUMERIC
              CALL 'pgvaldate' USING WS-DN-AAAA WS-DN-MM
                                     WS-DN-JJ WS-VALDATE-RC
              IF WS-DATE-NAISS > WS-DATE-AAAAMMJJ
                 OR WS-DN-AAAA < 1900
                 MOVE 'N' TO WS-VALDATE-RC
              END-IF
           END-IF
           IF WS-VALDATE-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-MINEUR
              MOVE 27  TO WS-MINEUR-MES
              MOVE -1  TO DNAISSL
              MOVE 'Q' TO DNAISSA
              GO TO 22175-EXIT
           END-IF

           IF WS-DATE-NAISS NOT > WS-DATE-MAJORITE
              IF WS-TUTEUR-SAISI NOT = SPACE
                 AND ((TUTEURL > ZERO) OR (TUTEURF = EFZ))
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 29  TO WS-MINEUR-MES
                 MOVE -1  TO TUTEURL
                 MOVE 'Q' TO TUTEURA
                 GO TO 22175-EXIT
              END-IF
              GO TO 22175-FIN-TUTEUR
           END-IF

           MOVE 'O' TO WS-MINEUR
           IF WS-TUTEUR-SAISI NUMERIC
              AND WS-TUTEUR-SAISI = WS-TUTEUR-ACTUEL
              AND WS-TUTEUR-ACTUEL NOT = ZERO
              MOVE WS-TUTEUR-ACTUEL TO WS-TUTEUR
              GO TO 22175-EXIT
           END-IF
           PERFORM 22176-CONTROLE-TUTEUR
           .
      *    LE MINEUR CHANGE DE REPRESENTANT OU DEVIENT MAJEUR :
      *    LES LIENS DE L'ANCIEN REPRESENTANT SONT A CLORE
       22175-FIN-TUTEUR.
           IF WS-TUTEUR NOT = WS-TUTEUR-ACTUEL
              MOVE '1' TO WS-TUTEUR-CHANGE
           END-IF
           .
       22175-EXIT.
           EXIT.
      *----------------------------*
       22176-CONTROLE-TUTEUR.
      *----------------------------*
      *    MEME REGLE QUE PRGCREA : CLIENT PARTICULIER ACTIF,
      *    NON DECEDE, LUI-MEME MAJEUR, ABSENT DE LA LISTE DES
      *    PERSONNES INTERDITES, ET DISTINCT DU MINEUR
      *----------------------------*
           MOVE SPACE TO TUTNOMO
           MOVE 'N'   TO WS-VALNUM-RC
           IF WS-TUTEUR-SAISI NUMERIC
              MOVE 'V'             TO WS-VALNUM-FONC
              MOVE WS-TUTEUR-SAISI TO WS-VALNUM-NUM
              CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
                                    WS-VALNUM-RC
           END-IF
           IF WS-VALNUM-RC NOT = 'O'
              OR WS-TUTEUR-SAISI = WS-NUM-CLI
              MOVE '1' TO INDIC-ERR-MINEUR
              MOVE 28  TO WS-MINEUR-MES
              MOVE -1  TO TUTEURL
              MOVE 'Q' TO TUTEURA
              GO TO 22176-FIN
           END-IF

           MOVE WS-TUTEUR-SAISI TO WS-TUTEUR
           MOVE WS-TUTEUR       TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 STRING E-NOM-CLI DELIMITED BY SPACE
                        ' ' E-PNM-CLI DELIMITED BY SIZE
                    INTO TUTNOMO
                 END-STRING
                 IF NOT E-CLI-ACTIF
                    OR NOT E-CLI-PARTICULIER
                    OR E-CLI-DECEDE
                    OR E-CLI-MINEUR
                    MOVE '1' TO INDIC-ERR-MINEUR
                    MOVE 28  TO WS-MINEUR-MES
                 END-IF
                 IF E-DATE-NAISSANCE NUMERIC
                    AND E-DATE-NAISSANCE > WS-DATE-MAJORITE
                    MOVE '1' TO INDIC-ERR-MINEUR
                    MOVE 28  TO WS-MINEUR-MES
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 28  TO WS-MINEUR-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF NOT ERREUR-MINEUR
              MOVE E-NOM-CLI  TO B-NOM
              MOVE E-PNM-CLI  TO B-PNM
              MOVE WS-TUTEUR  TO WS-BLQ-NUMERO
              MOVE '0' TO INDIC-ERR-BLOQUE
              PERFORM 22129-CONTROLE-BLOQUE
              IF ERREUR-BLOQUE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 11  TO WS-MINEUR-MES
              END-IF
           END-IF

           IF ERREUR-MINEUR
              MOVE -1  TO TUTEURL
              MOVE 'Q' TO TUTEURA
           ELSE
              MOVE '1' TO WS-TUTEUR-CHANGE
           END-IF
           .
       22176-FIN.
           EXIT.
      *----------------------------*
       22128-CONTROLE-REF-CODPOST.
      *----------------------------*
           MOVE WS-VIL-CLI   TO E-VILLE-CLI
           MOVE WS-TELF-CLI  TO E-TELF-CLI
           MOVE WS-EMAIL-CLI TO E-EMAIL-CLI
           IF CONSEIL-SAISI
              MOVE WS-CONSEILLER TO E-CONSEILLER
           END-IF
           IF CANAL-SAISI
              MOVE WS-CANAL-RELEVE TO E-CANAL-RELEVE
           END-IF
           MOVE WS-TYPE-CLI TO E-TYPE-CLI
           IF TYPE-ENTREPRISE
              MOVE WS-RAISON-SOC    TO E-RAISON-SOC
              MOVE WS-SIREN         TO E-SIREN
              MOVE WS-FORME-JUR     TO E-FORME-JUR
              MOVE WS-DATE-CREA-SOC TO E-DATE-CREA-SOC
           ELSE
              MOVE WS-DATE-NAISS    TO E-DATE-NAISSANCE
              MOVE SPACE            TO E-MINEUR
              MOVE ZERO             TO E-TUTEUR
              IF CLIENT-MINEUR
                 SET E-CLI-MINEUR   TO TRUE
                 MOVE WS-TUTEUR     TO E-TUTEUR
              END-IF
           END-IF
      *    ADRESSE EMAIL EFFACEE : LE RELEVE REPASSE AU PAPIER
           IF E-EMAIL-CLI = SPACE OR LOW-VALUE
              IF E-RELEVE-EMAIL
                 MOVE 'P' TO E-CANAL-RELEVE
              END-IF
           END-IF

      *    DRAPEAU NPAI : O = POSER (COURRIER RETOURNE),
      *    N = LEVER, BLANC = INCHANGE ; UNE NOUVELLE

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23010-TRACE-AUDIT
              IF TYPE-ENTREPRISE AND REPRES-SAISI
                 PERFORM 23040-LIER-REPRESENTANT
              END-IF
              IF TUTEUR-CHANGE
                 PERFORM 23050-CHANGER-TUTEUR
              END-IF
              INITIALIZE WS-COMMAREA
              MOVE '1' TO WS-COM-PREM
              MOVE E-NUMERO TO WS-NUM-CLI
           MOVE E-NUMERO TO E-AUD-NUMERO
           SET E-AUD-MODIF TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID

           EXEC CICS WRITE FILE('FAUDCLI')
                     FROM(E-AUDIT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *-----------------------*
       23040-LIER-REPRESENTANT.
      *-----------------------*
      *    REPRESENTANT LEGAL SAISI : LIEN SD (SOCIETE VERS
      *    REPRESENTANT) ET SON INVERSE DI DANS FLIENCLI. UN
      *    LIEN DEJA EN COURS RESTE TEL QUEL ; UN LIEN CLOS
      *    REPART DE LA DATE DU JOUR (MEME REGLE QUE GESLIEN)
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-AAAAMMJJ)
           END-EXEC

           MOVE E-NUMERO        TO LNK-NUMERO
           MOVE WS-REPRESENTANT TO LNK-NUMERO-LIE
           MOVE 'SD'            TO LNK-TYPE
           PERFORM 23045-ECRIRE-UN-SENS

           MOVE WS-REPRESENTANT TO LNK-NUMERO
           MOVE E-NUMERO        TO LNK-NUMERO-LIE
           MOVE 'DI'            TO LNK-TYPE
           PERFORM 23045-ECRIRE-UN-SENS
           .
      *-----------------------*
       23045-ECRIRE-UN-SENS.
      *-----------------------*
           EXEC CICS READ FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     INTO(LNK-LIEN)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 IF LNK-SANS-FIN
                    OR LNK-DATE-FIN NOT < WS-DATE-AAAAMMJJ
                    EXEC CICS UNLOCK FILE('FLIENCLI')
                    END-EXEC
                 ELSE
                    MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-DEBUT
                    MOVE ZERO             TO LNK-DATE-FIN
                    MOVE WS-OPID          TO LNK-OPID-MAJ
                    MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-MAJ
                    EXEC CICS REWRITE FILE('FLIENCLI')
                              FROM(LNK-LIEN)
                              LENGTH(LENGTH OF LNK-LIEN)
                              RESP(WS-RESPCR)
                    END-EXEC
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-DEBUT
                 MOVE ZERO             TO LNK-DATE-FIN
                 MOVE WS-OPID          TO LNK-OPID-MAJ
                 MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-MAJ
                 EXEC CICS WRITE FILE('FLIENCLI')
                           RIDFLD(LNK-CLE)
                           FROM(LNK-LIEN)
                           LENGTH(LENGTH OF LNK-LIEN)
                           RESP(WS-RESPCR)
                 END-EXEC
           END-EVALUATE

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *-----------------------*
       23050-CHANGER-TUTEUR.
      *-----------------------*
      *    LES LIENS PA/EN DE L'ANCIEN REPRESENTANT LEGAL SONT
      *    CLOS A LA DATE DU JOUR ; CEUX DU NOUVEAU SONT OUVERTS
      *    (OU ROUVERTS) COMME LES LIENS SD/DI CI-DESSUS
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-AAAAMMJJ)
           END-EXEC

           IF WS-TUTEUR-ACTUEL NOT = ZERO
              MOVE WS-TUTEUR-ACTUEL TO LNK-NUMERO
              MOVE E-NUMERO         TO LNK-NUMERO-LIE
              MOVE 'PA'             TO LNK-TYPE
              PERFORM 23055-CLORE-UN-SENS
              MOVE E-NUMERO         TO LNK-NUMERO
              MOVE WS-TUTEUR-ACTUEL TO LNK-NUMERO-LIE
              MOVE 'EN'             TO LNK-TYPE
              PERFORM 23055-CLORE-UN-SENS
           END-IF

           IF CLIENT-MINEUR
              MOVE WS-TUTEUR        TO LNK-NUMERO
              MOVE E-NUMERO         TO LNK-NUMERO-LIE
              MOVE 'PA'             TO LNK-TYPE
              PERFORM 23045-ECRIRE-UN-SENS
              MOVE E-NUMERO         TO LNK-NUMERO
              MOVE WS-TUTEUR        TO LNK-NUMERO-LIE
              MOVE 'EN'             TO LNK-TYPE
              PERFORM 23045-ECRIRE-UN-SENS
           END-IF
           .
      *-----------------------*
       23055-CLORE-UN-SENS.
      *-----------------------*
           EXEC CICS READ FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     INTO(LNK-LIEN)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 IF LNK-SANS-FIN
                    MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-FIN
                    MOVE WS-OPID          TO LNK-OPID-MAJ
                    MOVE WS-DATE-AAAAMMJJ TO LNK-DATE-MAJ
                    EXEC CICS REWRITE FILE('FLIENCLI')
                              FROM(LNK-LIEN)
                              LENGTH(LENGTH OF LNK-LIEN)
                              RESP(WS-RESPCR)
                    END-EXEC
                 ELSE
                    EXEC CICS UNLOCK FILE('FLIENCLI')
                    END-EXEC
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE DFHRESP(NORMAL) TO WS-RESPCR
           END-EVALUATE

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
