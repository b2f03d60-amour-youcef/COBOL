      *- 15
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE INTERDITE - OPERATION REFUSEE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'MATRICULE CONSEILLER : 7 CHIFFRES ATTENDUS'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'CONSEILLER INCONNU DU FICHIER DU PERSONNEL'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'CONSEILLER SORTI DES EFFECTIFS'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'CANAL RELEVE : P=PAPIER, E=EMAIL, D=LES DEUX'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'RELEVE PAR EMAIL : ADRESSE EMAIL OBLIGATOIRE'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'TYPE DE CLIENT : P=PARTICULIER, M=PERSONNE MORALE'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE MORALE : RAISON SOCIALE OBLIGATOIRE'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'SIREN INVALIDE (9 CHIFFRES, CLE DE CONTROLE)'.
      *- 24
           05 FILLER               PIC X(65)
              VALUE 'FORME : EI EURL SARL SA SAS SASU SNC SCI SCP ASSO'.
      *- 25
           05 FILLER               PIC X(65)
              VALUE 'DATE DE CREATION INVALIDE (AAAAMMJJ, NON FUTURE)'.
      *- 26
           05 FILLER               PIC X(65)
              VALUE 'REPRESENTANT LEGAL : CLIENT PARTICULIER ACTIF'.
      *- 27
           05 FILLER               PIC X(65)
              VALUE 'ZONES ENTREPRISE RESERVEES AUX PERSONNES MORALES'.
      *- 28
           05 FILLER               PIC X(65)
              VALUE 'SIREN DEJA PORTE PAR UN AUTRE CLIENT'.
      *- 29
           05 FILLER               PIC X(65)
              VALUE 'DATE DE NAISSANCE INVALIDE (AAAAMMJJ, NON FUTURE)'.
      *- 30
           05 FILLER               PIC X(65)
              VALUE 'MINEUR : REPRESENTANT = CLIENT PARTICULIER MAJEUR'.
      *- 31
           05 FILLER               PIC X(65)
              VALUE 'REPRESENTANT LEGAL RESERVE AUX CLIENTS MINEURS'.
      *- 32
           05 FILLER               PIC X(65)
              VALUE 'DATE DE NAISSANCE ET TUTEUR : PARTICULIERS SEULS'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 32   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.

       01  WS-VALNUM-FONC         PIC X(01).
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
      *
       01  WS-SIREN-RC            PIC X(01).
       01  WS-VALDATE-RC          PIC X(01).
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *
       01  INDIC-ERR-TELPORT      PIC X(01) VALUE '0'.
           88 ERREUR-TELPORT      VALUE '1'.
      *
       01  INDIC-ERR-CONSEIL      PIC X(01) VALUE '0'.
           88 ERREUR-CONSEIL      VALUE '1'.
      *
       01  INDIC-ERR-CANAL        PIC X(01) VALUE '0'.
           88 ERREUR-CANAL        VALUE '1'.
      *
       01  INDIC-ERR-ENTREP       PIC X(01) VALUE '0'.
           88 ERREUR-ENTREP       VALUE '1'.
      *
       01  INDIC-ERR-DBL-SIREN    PIC X(01) VALUE '0'.
           88 ERREUR-DBL-SIREN    VALUE '1'.
      *
      *    TYPE DE CLIENT ET ZONES DE LA PERSONNE MORALE : RELUS
      *    A CHAQUE ENVOI DEPUIS LA MAP, COMME LE CONSEILLER
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
       01  WS-REPRESENTANT        PIC 9(08).
       01  WS-ENTREP-MES          PIC S9(4) COMP.
       01  WS-DATE-JOUR           PIC 9(08).
      *
      *    CLIENT MINEUR : DATE DE NAISSANCE ET REPRESENTANT
      *    LEGAL SAISIS ; EST MINEUR LE CLIENT NE APRES LA DATE
      *    DU JOUR RECULEE DE 18 ANS
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
       01  WS-MINEUR-MES          PIC S9(4) COMP.
      *    NUMERO PORTE AU JOURNAL DES DETECTIONS (ZERO POUR LE
      *    CLIENT EN CREATION, NUMERO DU REPRESENTANT SINON)
       01  WS-BLQ-NUMERO          PIC 9(08).
      *
      *    CANAL DU RELEVE SAISI : RELU A CHAQUE ENVOI DEPUIS LA
      *    MAP, COMME LE CONSEILLER (BLANC = PAPIER)
       01  WS-CANAL-RELEVE        PIC X(01).
           88 CANAL-VALIDE        VALUE 'P' 'E' 'D'.
           88 CANAL-EMAIL         VALUE 'E' 'D'.
      *
      *    CONSEILLER SAISI : RELU A CHAQUE ENVOI DEPUIS LA MAP
      *    (LA ZONE DE COMMUNICATION EST PLEINE)
       01  WS-CONSEILLER          PIC 9(07).
       01  WS-CONSEIL-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL POUR LE CONTROLE DE L'EMAIL        *
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
      *   CLIENTS (REPRESENTANT LEGAL D'UNE PERSONNE MORALE)  *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
           MOVE '&' TO CODPOSA
           MOVE '&' TO VILLEA
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
           MOVE '0' TO INDIC-ERR-TELNUM
           MOVE '0' TO INDIC-ERR-TELPORT

      *-------------------------------------------------------
      *     TYPE DE CLIENT ET ZONES DE LA PERSONNE MORALE : LA
      *     RAISON SOCIALE ALIMENTE NOM + PRENOM (40 PREMIERS
      *     CARACTERES) AVANT LES CONTROLES COMMUNS
      *-------------------------------------------------------
           PERFORM 22160-CONTROLE-ENTREPRISE
               THRU 22160-EXIT
           IF ERREUR-ENTREP
              MOVE '1' TO INDIC-ERREUR
              MOVE WS-ENTREP-MES TO NUM-MES
           END-IF

      *-------------------------------------------------------
      *     CLIENT MINEUR : DATE DE NAISSANCE ET REPRESENTANT
      *     LEGAL (PARTICULIERS SEULEMENT)
      *-------------------------------------------------------
           PERFORM 22175-CONTROLE-MINEUR
               THRU 22175-EXIT
           IF ERREUR-MINEUR
              MOVE '1' TO INDIC-ERREUR
              MOVE WS-MINEUR-MES TO NUM-MES
           END-IF

      *-------------------------------------------------------
      *     TRAITEMENT DES CHAMPS OBLIGATOIRES
      *     (LE NUMERO DE CLIENT EST ATTRIBUE AUTOMATIQUEMENT
              MOVE '1' TO INDIC-ERR-CHOBL
           END-IF

           IF CONSI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERR-CHOBL
           END-IF

      *-------------------------------------------------------
      *     TRAITEMENT DU CODE POSTAL : FORME NUMERIQUE, PUIS
      *     CONTROLE DU COUPLE CODE/VILLE DANS LE REFERENTIEL
      *     MISE A JOUR DES INDICATEURS ECRAN (PRIORITE :
      *     OBLIGATOIRE, PUIS NUMERO, PUIS CODE POSTAL)
      *-------------------------------------------------------
           IF ERREUR-CHOBL
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              IF WS-NOM-CLI = SPACE OR LOW-VALUE
                 MOVE -1  TO ADSCLIL
                 MOVE 'Q' TO ADSCLIA
              END-IF
              IF CONSI = SPACE OR LOW-VALUE
                 MOVE -1  TO CONSL
                 MOVE 'Q' TO CONSA
              END-IF
           END-IF

           IF ERREUR-CODP
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO CODPOSL
              END-IF
           END-IF

           IF ERREUR-TELNUM
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO TELCLIL
              MOVE 'Q' TO TELCLIA
           END-IF

           IF ERREUR-TELPORT
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO TELCLIL
              END-IF
           END-IF

      *-------------------------------------------------------
      *     CONSEILLER DE CLIENTELE (OBLIGATOIRE) : EMPLOYE
      *     EXISTANT ET NON SORTI DANS FEMPLOY
      *-------------------------------------------------------
           MOVE '0' TO INDIC-ERR-CONSEIL
           IF CONSI NOT = SPACE AND NOT = LOW-VALUE
              PERFORM 22132-CONTROLE-CONSEILLER
              IF ERREUR-CONSEIL
                 MOVE '1' TO INDIC-ERREUR
                 MOVE WS-CONSEIL-MES TO NUM-MES
                 MOVE -1  TO CONSL
                 MOVE 'Q' TO CONSA
              END-IF
           END-IF

      *-------------------------------------------------------
      *     CANAL DU RELEVE (FACULTATIF, PAPIER PAR DEFAUT) :
      *     L'ENVOI PAR EMAIL SUPPOSE UNE ADRESSE SAISIE
      *-------------------------------------------------------
           MOVE '0' TO INDIC-ERR-CANAL
           MOVE CANALI TO WS-CANAL-RELEVE
           IF WS-CANAL-RELEVE = SPACE OR LOW-VALUE
              MOVE 'P' TO WS-CANAL-RELEVE
           END-IF
           IF NOT CANAL-VALIDE
              MOVE '1' TO INDIC-ERR-CANAL
              MOVE 19  TO NUM-MES
           ELSE
              IF CANAL-EMAIL AND
                 (WS-EMAIL-CLI = SPACE OR LOW-VALUE)
                 MOVE '1' TO INDIC-ERR-CANAL
                 MOVE 20  TO NUM-MES
              END-IF
           END-IF
           IF ERREUR-CANAL
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO CANALL
              MOVE 'Q' TO CANALA
           END-IF

      *-------------------------------------------------------
      *     CONTROLE CONFORMITE : LE COUPLE NOM + PRENOM NE
      *     DOIT PAS FIGURER SUR LA LISTE DES PERSONNES
      *-------------------------------------------------------
           MOVE '0' TO INDIC-ERR-BLOQUE
           IF WS-NOM-CLI NOT = SPACE AND NOT = LOW-VALUE
              MOVE WS-NOM-CLI TO B-NOM
              MOVE WS-PNOM    TO B-PNM
              MOVE ZERO       TO WS-BLQ-NUMERO
              PERFORM 22129-CONTROLE-BLOQUE
              IF ERREUR-BLOQUE
                 MOVE '1' TO INDIC-ERREUR
      *     CONTROLE DOUBLON NOM + CODE POSTAL (SI LES CHAMPS
      *     NECESSAIRES SONT DEJA CORRECTS)
      *-------------------------------------------------------
           IF NOT ERREUR
              PERFORM 22125-CONTROLE-DOUBLON
              IF ERREUR-DOUBLON
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO NOMCLIL
                 MOVE 'Q' TO NOMCLIA
              END-IF
              IF ERREUR-DBL-SIREN
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 28  TO NUM-MES
                 MOVE -1  TO SIRENL
                 MOVE 'Q' TO SIRENA
              END-IF
           END-IF
           .
      *-----------------------*
       22125-CONTROLE-DOUBLON.
      *-----------------------*
           MOVE '0'      TO INDIC-ERR-DOUBLON
           MOVE '0'      TO INDIC-ERR-DBL-SIREN
           MOVE '0'      TO INDIC-FIN-DOUBLON
           MOVE LOW-VALUE TO E-NUMERO

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22126-VERIF-UNE-LIGNE THRU 22126-EXIT
                 UNTIL FIN-DOUBLON OR ERREUR-DOUBLON
                    OR ERREUR-DBL-SIREN

              EXEC CICS ENDBR FILE('FCLIENT')
              END-EXEC
              AND E-CODEP-CLI = WS-COP-CLI
              MOVE '1' TO INDIC-ERR-DOUBLON
           END-IF

      *    UN SIREN N'IDENTIFIE QU'UNE SEULE PERSONNE MORALE
           IF TYPE-ENTREPRISE
              AND E-CLI-ACTIF
              AND E-SIREN = WS-SIREN
              MOVE '1' TO INDIC-ERR-DBL-SIREN
           END-IF
           .
       22126-EXIT.
           EXIT.
      *----------------------------*
       22129-CONTROLE-BLOQUE.
      *----------------------------*
      *    B-NOM / B-PNM ET WS-BLQ-NUMERO SONT POSES PAR
      *    L'APPELANT (CLIENT SAISI OU REPRESENTANT LEGAL)
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
       22132-CONTROLE-CONSEILLER.
      *----------------------------*
      *    LE MATRICULE SAISI DOIT DESIGNER UN EMPLOYE DE
      *    FEMPLOY QUI N'EST PAS SORTI DES EFFECTIFS ; SON NOM
      *    EST RENVOYE A L'ECRAN POUR VERIFICATION
      *----------------------------*
           MOVE SPACE TO CONSNOMO
           IF CONSI NOT NUMERIC
              MOVE '1' TO INDIC-ERR-CONSEIL
              MOVE 16  TO WS-CONSEIL-MES
           ELSE
              MOVE CONSI TO WS-CONSEILLER
              MOVE WS-CONSEILLER TO EMP-ID

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
                    IF EMP-TERMINE
                       MOVE '1' TO INDIC-ERR-CONSEIL
                       MOVE 18  TO WS-CONSEIL-MES
                    END-IF
                 WHEN DFHRESP(NOTFND)
                    MOVE '1' TO INDIC-ERR-CONSEIL
                    MOVE 17  TO WS-CONSEIL-MES
                 WHEN OTHER
                    PERFORM 91000-ERREUR-CICS
              END-EVALUATE
           END-IF
           .
      *----------------------------*
       22160-CONTROLE-ENTREPRISE.
      *----------------------------*
      *    TYPE P (DEFAUT) OU M. UNE PERSONNE MORALE PORTE SA
      *    RAISON SOCIALE, UN SIREN A CLE (pgsiren), UNE FORME
      *    JURIDIQUE, SA DATE DE CREATION ET UN REPRESENTANT
      *    LEGAL QUI EST LUI-MEME UN CLIENT PARTICULIER ACTIF ;
      *    CES ZONES RESTENT VIDES POUR UN PARTICULIER
      *----------------------------*
           MOVE '0'      TO INDIC-ERR-ENTREP
           MOVE TYPCLII  TO WS-TYPE-CLI
           MOVE RAISOCI  TO WS-RAISON-SOC
           MOVE SIRENI   TO WS-SIREN
           MOVE FORMJI   TO WS-FORME-JUR
           MOVE DCREASI  TO WS-DATE-CREA-SOC
           INSPECT WS-RAISON-SOC    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-SIREN         REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-FORME-JUR     REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-DATE-CREA-SOC REPLACING ALL LOW-VALUE BY SPACE
           IF WS-TYPE-CLI = SPACE OR LOW-VALUE
              MOVE 'P' TO WS-TYPE-CLI
           END-IF

           IF NOT TYPE-VALIDE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 21  TO WS-ENTREP-MES
              MOVE -1  TO TYPCLIL
              MOVE 'Q' TO TYPCLIA
              GO TO 22160-EXIT
           END-IF

           IF NOT TYPE-ENTREPRISE
              IF WS-RAISON-SOC NOT = SPACE
                 OR WS-SIREN NOT = SPACE
                 OR WS-FORME-JUR NOT = SPACE
                 OR WS-DATE-CREA-SOC NOT = SPACE
                 OR (REPRESI NOT = SPACE AND NOT = LOW-VALUE)
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 27  TO WS-ENTREP-MES
                 MOVE -1  TO TYPCLIL
                 MOVE 'Q' TO TYPCLIA
              END-IF
              GO TO 22160-EXIT
           END-IF

           IF WS-RAISON-SOC = SPACE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 22  TO WS-ENTREP-MES
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
              MOVE 23  TO WS-ENTREP-MES
              MOVE -1  TO SIRENL
              MOVE 'Q' TO SIRENA
              GO TO 22160-EXIT
           END-IF

           MOVE WS-FORME-JUR TO E-FORME-JUR
           IF NOT E-FORME-JUR-VALIDE
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 24  TO WS-ENTREP-MES
              MOVE -1  TO FORMJL
              MOVE 'Q' TO FORMJA
              GO TO 22160-EXIT
           END-IF

           PERFORM 22164-CONTROLE-DATE-SOC
           IF ERREUR-ENTREP
              GO TO 22160-EXIT
           END-IF

           PERFORM 22166-CONTROLE-REPRESENTANT
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
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE 'N' TO WS-VALDATE-RC
           IF WS-DATE-CREA-SOC NUMERIC
              CALL 'pgvaldate' USING WS-DCS-AAAA WS-DCS-MM
                                     WS-DCS-JJ WS-VALDATE-RC
              IF WS-DATE-CREA-SOC > WS-DATE-JOUR
                 OR WS-DCS-AAAA < 1800
                 MOVE 'N' TO WS-VALDATE-RC
              END-IF
           END-IF

           IF WS-VALDATE-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 25  TO WS-ENTREP-MES
              MOVE -1  TO DCREASL
              MOVE 'Q' TO DCREASA
           END-IF
           .
      *----------------------------*
       22166-CONTROLE-REPRESENTANT.
      *----------------------------*
      *    LE REPRESENTANT LEGAL EST UN CLIENT PARTICULIER
      *    ACTIF ET NON DECEDE DE FCLIENTS ; SON NOM EST
      *    RENVOYE A L'ECRAN ET PASSE AU CRIBLE DE LA LISTE
      *    DES PERSONNES INTERDITES COMME CELUI DU CLIENT
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
              MOVE '1' TO INDIC-ERR-ENTREP
              MOVE 26  TO WS-ENTREP-MES
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
                    MOVE 26  TO WS-ENTREP-MES
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERR-ENTREP
                 MOVE 26  TO WS-ENTREP-MES
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
                 MOVE 15  TO WS-ENTREP-MES
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
       22175-CONTROLE-MINEUR.
      *----------------------------*
      *    LA DATE DE NAISSANCE (AAAAMMJJ) EST FACULTATIVE POUR
      *    UN MAJEUR. SOUS 18 ANS REVOLUS LE CLIENT EST MINEUR :
      *    SON REPRESENTANT LEGAL EST OBLIGATOIRE ET SON COMPTE
      *    SERA RESTREINT. UN REPRESENTANT SAISI SUPPOSE LA DATE
      *    DE NAISSANCE D'UN MINEUR. NI L'UN NI L'AUTRE POUR UNE
      *    PERSONNE MORALE
      *----------------------------*
           MOVE '0'      TO INDIC-ERR-MINEUR
           MOVE 'N'      TO WS-MINEUR
           MOVE ZERO     TO WS-TUTEUR
           MOVE SPACE    TO TUTNOMO
           MOVE DNAISSI  TO WS-DATE-NAISS
           MOVE TUTEURI  TO WS-TUTEUR-SAISI
           INSPECT WS-DATE-NAISS   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-TUTEUR-SAISI REPLACING ALL LOW-VALUE BY SPACE

           IF TYPE-ENTREPRISE
              IF WS-DATE-NAISS NOT = SPACE
                 OR WS-TUTEUR-SAISI NOT = SPACE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 32  TO WS-MINEUR-MES
                 MOVE -1  TO DNAISSL
                 MOVE 'Q' TO DNAISSA
              END-IF
              GO TO 22175-EXIT
           END-IF

           IF WS-DATE-NAISS = SPACE
              IF WS-TUTEUR-SAISI NOT = SPACE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 29  TO WS-MINEUR-MES
                 MOVE -1  TO DNAISSL
                 MOVE 'Q' TO DNAISSA
              END-IF
              GO TO 22175-EXIT
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           COMPUTE WS-DATE-MAJORITE = WS-DATE-JOUR - 180000

           MOVE 'N' TO WS-VALDATE-RC
           IF WS-DATE-NAISS NUMERIC
              CALL 'pgvaldate' USING WS-DN-AAAA WS-DN-MM
                                     WS-DN-JJ WS-VALDATE-RC
              IF WS-DATE-NAISS > WS-DATE-JOUR
                 OR WS-DN-AAAA < 1900
                 MOVE 'N' TO WS-VALDATE-RC
              END-IF
           END-IF
           IF WS-VALDATE-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-MINEUR
              MOVE 29  TO WS-MINEUR-MES
              MOVE -1  TO DNAISSL
              MOVE 'Q' TO DNAISSA
              GO TO 22175-EXIT
           END-IF

           IF WS-DATE-NAISS NOT > WS-DATE-MAJORITE
              IF WS-TUTEUR-SAISI NOT = SPACE
                 MOVE '1' TO INDIC-ERR-MINEUR
                 MOVE 31  TO WS-MINEUR-MES
                 MOVE -1  TO TUTEURL
                 MOVE 'Q' TO TUTEURA
              END-IF
              GO TO 22175-EXIT
           END-IF

           MOVE 'O' TO WS-MINEUR
           PERFORM 22176-CONTROLE-TUTEUR
           .
       22175-EXIT.
           EXIT.
      *----------------------------*
       22176-CONTROLE-TUTEUR.
      *----------------------------*
      *    LE REPRESENTANT LEGAL DU MINEUR EST UN CLIENT
      *    PARTICULIER ACTIF, NON DECEDE, LUI-MEME MAJEUR (PAS
      *    MARQUE MINEUR, NE AVANT LA DATE DE MAJORITE QUAND SA
      *    DATE DE NAISSANCE EST CONNUE) ET ABSENT DE LA LISTE
      *    DES PERSONNES INTERDITES
      *----------------------------*
           MOVE 'N'   TO WS-VALNUM-RC
           IF WS-TUTEUR-SAISI NUMERIC
              MOVE 'V'             TO WS-VALNUM-FONC
              MOVE WS-TUTEUR-SAISI TO WS-VALNUM-NUM
              CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
                                    WS-VALNUM-RC
           END-IF
           IF WS-VALNUM-RC NOT = 'O'
              MOVE '1' TO INDIC-ERR-MINEUR
              MOVE 30  TO WS-MINEUR-MES
              MOVE -1  TO TUTEURL
              MOVE 'Q' TO TUTEURA
           ELSE
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
                       MOVE 30  TO WS-MINEUR-MES
                    END-IF
                    IF E-DATE-NAISSANCE NUMERIC
                       AND E-DATE-NAISSANCE > WS-DATE-MAJORITE
                       MOVE '1' TO INDIC-ERR-MINEUR
                       MOVE 30  TO WS-MINEUR-MES
                    END-IF
                 WHEN DFHRESP(NOTFND)
                    MOVE '1' TO INDIC-ERR-MINEUR
                    MOVE 30  TO WS-MINEUR-MES
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
                    MOVE 15  TO WS-MINEUR-MES
                 END-IF
              END-IF

              IF ERREUR-MINEUR
                 MOVE -1  TO TUTEURL
                 MOVE 'Q' TO TUTEURA
              END-IF
           END-IF
           .
      *----------------------------*
       22128-CONTROLE-REF-CODPOST.
      *----------------------------*
      *--------------------*
       22190-CREAENRG.
      *--------------------*
      *    FICHE CONSTRUITE SUR UNE ZONE VIERGE : LE BALAYAGE
      *    DES DOUBLONS A LAISSE DANS E-CLIENT LE DERNIER
      *    CLIENT LU
           MOVE SPACE        TO E-CLIENT
           MOVE WS-NUM-CLI   TO E-NUMERO
           MOVE WS-NOM-CLI   TO E-NOM-CLI
           MOVE WS-PNOM      TO E-PNM-CLI
           MOVE WS-VIL-CLI   TO E-VILLE-CLI
           MOVE WS-TELF-CLI  TO E-TELF-CLI
           MOVE WS-EMAIL-CLI TO E-EMAIL-CLI
           MOVE WS-CONSEILLER TO E-CONSEILLER
           MOVE WS-CANAL-RELEVE TO E-CANAL-RELEVE
           MOVE WS-TYPE-CLI  TO E-TYPE-CLI
           IF TYPE-ENTREPRISE
              MOVE WS-RAISON-SOC    TO E-RAISON-SOC
              MOVE WS-SIREN         TO E-SIREN
              MOVE WS-FORME-JUR     TO E-FORME-JUR
              MOVE WS-DATE-CREA-SOC TO E-DATE-CREA-SOC
           END-IF
           MOVE WS-DATE-NAISS TO E-DATE-NAISSANCE
           MOVE ZERO          TO E-TUTEUR
           IF CLIENT-MINEUR
              SET E-CLI-MINEUR TO TRUE
              MOVE WS-TUTEUR   TO E-TUTEUR
           END-IF
           SET E-CLI-ACTIF   TO TRUE

           EXEC CICS ASKTIME
      *------------------------------------------------
           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22195-TRACE-AUDIT
              IF TYPE-ENTREPRISE
                 PERFORM 22197-LIER-REPRESENTANT
              END-IF
              IF CLIENT-MINEUR
                 PERFORM 22199-LIER-TUTEUR
              END-IF
              INITIALIZE WS-COMMAREA
              MOVE '1' TO WS-COM-PREM
              MOVE E-NUMERO TO WS-NUM-CLI
           MOVE E-NUMERO TO E-AUD-NUMERO
           SET E-AUD-CREATION TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID

           EXEC CICS WRITE FILE('FAUDCLI')
                     FROM(E-AUDIT)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *-----------------------*
       22197-LIER-REPRESENTANT.
      *-----------------------*
      *    LE REPRESENTANT LEGAL SAISI A LA CREATION EST
      *    ENREGISTRE DANS FLIENCLI, DANS LES DEUX SENS COMME
      *    PAR L'ECRAN GESLIEN : LA SOCIETE EST DIRIGEE PAR LE
      *    REPRESENTANT (SD), QUI EN EST DIRIGEANT (DI). LES
      *    REPRESENTANTS SUIVANTS SE GERENT PAR GESLIEN
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE SPACE           TO LNK-LIEN
           MOVE E-NUMERO        TO LNK-NUMERO
           MOVE WS-REPRESENTANT TO LNK-NUMERO-LIE
           SET LNK-SOC-DIRIGEE  TO TRUE
           MOVE WS-DATE-JOUR    TO LNK-DATE-DEBUT
           MOVE ZERO            TO LNK-DATE-FIN
           MOVE WS-OPID         TO LNK-OPID-MAJ
           MOVE WS-DATE-JOUR    TO LNK-DATE-MAJ
           PERFORM 22198-ECRIRE-LIEN

           MOVE WS-REPRESENTANT TO LNK-NUMERO
           MOVE E-NUMERO        TO LNK-NUMERO-LIE
           SET LNK-DIRIGEANT    TO TRUE
           PERFORM 22198-ECRIRE-LIEN
           .
      *-----------------------*
       22198-ECRIRE-LIEN.
      *-----------------------*
           EXEC CICS WRITE FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     FROM(LNK-LIEN)
                     LENGTH(LENGTH OF LNK-LIEN)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *-----------------------*
       22199-LIER-TUTEUR.
      *-----------------------*
      *    LE REPRESENTANT LEGAL DU MINEUR EST ENREGISTRE DANS
      *    FLIENCLI DANS LES DEUX SENS : LE REPRESENTANT EST
      *    PARENT (PA) DU MINEUR, LE MINEUR EST ENFANT (EN) DU
      *    REPRESENTANT. LES LIENS SONT CLOS A LA MAJORITE PAR
      *    LE BATCH MENSUEL MAJMIN
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE SPACE           TO LNK-LIEN
           MOVE WS-TUTEUR       TO LNK-NUMERO
           MOVE E-NUMERO        TO LNK-NUMERO-LIE
           SET LNK-PARENT       TO TRUE
           MOVE WS-DATE-JOUR    TO LNK-DATE-DEBUT
           MOVE ZERO            TO LNK-DATE-FIN
           MOVE WS-OPID         TO LNK-OPID-MAJ
           MOVE WS-DATE-JOUR    TO LNK-DATE-MAJ
           PERFORM 22198-ECRIRE-LIEN

           MOVE E-NUMERO        TO LNK-NUMERO
           MOVE WS-TUTEUR       TO LNK-NUMERO-LIE
           SET LNK-ENFANT       TO TRUE
           PERFORM 22198-ECRIRE-LIEN
           .
      *--------------------*
       22200-ERREUR-TOUCHE.
      *--------------------*
